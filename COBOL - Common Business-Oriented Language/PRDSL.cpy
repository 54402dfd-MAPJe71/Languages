      *> Accounting period control - one line per month that has
      *> been closed (or closed and reopened) through PERIOD-CLOSE
      *> once the month-end jobs finished clean. A closed month's
      *> statements and revaluation have gone out, so the programs
      *> that change trade history ask CHECK-PERIOD-CLOSED (see
      *> PRDPA) before touching a trade dated in it. YEAR-CLOSE
      *> adds a YYYY00 line when a whole year closes - a month
      *> of a closed year stays closed whatever its own line says.
           SELECT PERIOD-CTL-FILE ASSIGN TO DYNAMIC WS-PRD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRD-FILE-STATUS.
