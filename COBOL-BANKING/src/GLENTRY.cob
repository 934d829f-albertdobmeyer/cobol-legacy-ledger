           MOVE JEP-DEBIT TO GLJ-DEBIT
           MOVE JEP-CREDIT TO GLJ-CREDIT
           MOVE WS-JRNL-SOURCE TO GLJ-SOURCE
           MOVE SPACES TO GLJ-BRANCH
           WRITE GL-JOURNAL-RECORD
           CLOSE GLJRNL-FILE.

