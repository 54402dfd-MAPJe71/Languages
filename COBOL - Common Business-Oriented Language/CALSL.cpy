      *> operations - weekend rules plus holiday dates (see
      *> CALPA). Shared by every batch program that needs to ask
      *> "is this a business day", so they all agree on the
      *> answer. Currency market holidays ride in the same file
      *> (a line "EUR 20250421") for the callers that settle in
      *> a currency.
           SELECT SHOP-CAL-FILE ASSIGN TO DYNAMIC WS-CAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-FILE-STATUS.
