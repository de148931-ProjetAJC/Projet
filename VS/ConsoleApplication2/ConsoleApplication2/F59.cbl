      * variance per poste in the 132-column print style, cataloged
      * for F35. The journal's fixed columns are the ones F13
      * writes: date 1-8, compte 10-17, debit 19-29, credit 31-41.
      * A charge poste (class 6 account, fed by the supplier
      * invoices F13 now posts) is realised on its debit side, so
      * its realise and variance read against an expense budget the
      * same way a revenue poste reads against a revenue budget.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           01  WS-CUMUL-TABLE.
               05  WS-CUM OCCURS 50.
                   10  WS-CUM-CODE     PIC X(8).
                   10  WS-CUM-CLASSE   PIC X.
                   10  WS-CUM-DEBIT    PIC 9(9)V99.
                   10  WS-CUM-CREDIT   PIC 9(9)V99.
           77  WS-NB-CUMULS        PIC 9(2) VALUE 0.
               ADD 1 TO WS-NB-CUMULS
               MOVE WS-NB-CUMULS TO J
               MOVE WS-EC-CODE TO WS-CUM-CODE(J)
               MOVE WS-EC-COMPTE(1:1) TO WS-CUM-CLASSE(J)
               MOVE 0 TO WS-CUM-DEBIT(J) WS-CUM-CREDIT(J)
           END-IF.
           IF J > 0
               DELIMITED BY SIZE INTO BUDRPT-REC.
           WRITE BUDRPT-REC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NB-CUMULS
               IF WS-CUM-CLASSE(I) = "6"
                   COMPUTE WS-REALISE =
                       WS-CUM-DEBIT(I) - WS-CUM-CREDIT(I)
               ELSE
                   COMPUTE WS-REALISE =
                       WS-CUM-CREDIT(I) - WS-CUM-DEBIT(I)
               END-IF
               PERFORM CHERCHE-BUDGET
               COMPUTE WS-VARIANCE = WS-BUDGET-AN - WS-REALISE
               MOVE SPACES TO BUDRPT-REC
