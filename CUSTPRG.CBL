000220*                  ROWS OFF CUST_ARCHIVE ONCE THEY PASS THE
000230*                  RETENTION PERIOD (SEVEN YEARS, PER THE
000240*                  RECORDS-RETENTION SCHEDULE). RUN MONTHLY.
000242*   OCT 2026  CAG  ARCHIVED STATEMENTS (CUST_STMT_ARCH, FROM
000244*                  CUSTSTM) AND THEIR REPRINT REQUESTS
000246*                  (CUST_STMT_RPRT) COME OFF ON THE SAME
000248*                  SEVEN-YEAR RETENTION, BY STATEMENT DATE.
000250*-----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000350 END-EXEC.

000360 77  WS-PURGED-COUNT         PIC S9(07) COMP-3 VALUE 0.
000363 77  WS-STMT-LINES-PURGED    PIC S9(09) COMP-3 VALUE 0.
000366 77  WS-REPRINTS-PURGED      PIC S9(07) COMP-3 VALUE 0.
000370 77  WS-ABEND-CODE           PIC S9(04) COMP.

000380 PROCEDURE DIVISION.
000390 0000-MAINLINE.
000400     PERFORM 2000-PURGE-AGED-ROWS
000410         THRU 2000-EXIT.
000413     PERFORM 2100-PURGE-AGED-STATEMENTS
000416         THRU 2100-EXIT.
000420     PERFORM 3000-TERMINATE
000430         THRU 3000-EXIT.
000440     GOBACK.
000650 2000-EXIT.
000660     EXIT.

      *-----------------------------------------------------------
      * SAME RETENTION FOR ARCHIVED STATEMENTS, BY THE CYCLE DATE
      * THEY WERE PRODUCED FOR, AND FOR ANY REPRINT REQUEST
      * AGAINST ONE.
      *-----------------------------------------------------------
       2100-PURGE-AGED-STATEMENTS.
           EXEC SQL
               DELETE FROM CUST_STMT_ARCH
                WHERE STMT_DATE < CURRENT DATE - 7 YEARS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQLERRD(3) TO WS-STMT-LINES-PURGED
               WHEN 100
                   MOVE ZERO TO WS-STMT-LINES-PURGED
               WHEN OTHER
                   DISPLAY 'CUSTPRG - STATEMENT PURGE FAILED, '
                       'SQLCODE = ' SQLCODE
                   MOVE 903 TO WS-ABEND-CODE
                   PERFORM 9999-ABEND
           END-EVALUATE.

           EXEC SQL
               DELETE FROM CUST_STMT_RPRT
                WHERE STMT_DATE < CURRENT DATE - 7 YEARS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQLERRD(3) TO WS-REPRINTS-PURGED
               WHEN 100
                   MOVE ZERO TO WS-REPRINTS-PURGED
               WHEN OTHER
                   DISPLAY 'CUSTPRG - REPRINT PURGE FAILED, '
                       'SQLCODE = ' SQLCODE
                   MOVE 904 TO WS-ABEND-CODE
                   PERFORM 9999-ABEND
           END-EVALUATE.
       2100-EXIT.
           EXIT.

000670 3000-TERMINATE.
000680     EXEC SQL
000690         COMMIT
000700     END-EXEC.
000710     DISPLAY 'CUSTPRG - ARCHIVE ROWS PURGED: '
000720         WS-PURGED-COUNT.
000722     DISPLAY 'CUSTPRG - STATEMENT LINES PURGED: '
000724         WS-STMT-LINES-PURGED
000726         ' REPRINT REQUESTS PURGED: ' WS-REPRINTS-PURGED.
000730 3000-EXIT.
000740     EXIT.

