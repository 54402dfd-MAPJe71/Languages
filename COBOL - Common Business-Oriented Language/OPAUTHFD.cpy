      *> space-separated function names the operator may use, or
      *> the single word ALL
           03  OM-FUNCS         PIC X(60).
           03  FILLER           PIC X.
      *> D - disabled by OPER-MAINT; the operator is refused
      *> everything, the functions stay on file for the record
           03  OM-STATUS        PIC X.

       FD  SEC-AUDIT-FILE.
       01  SEC-AUDIT-RECORD.
           03  SEC-AUDIT-TEXT   PIC X(120).
           03  FILLER           PIC X.
      *> running hash chained to the line before (AUDCHAIN)
           03  SEC-AUDIT-CHAIN  PIC X(18).
