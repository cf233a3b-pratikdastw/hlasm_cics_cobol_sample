****************************************************************
      * Maintenance screen for the effective-dated CUST_FEE table
      * that prices the automatic NSF fee an NSF reversal draws
      * and the late fee the CUSTLFE run assesses when a
      * statement's minimum payment is not met (by account type).
      * ENTER shows the fees in effect today for the keyed account
      * type; PF4 adds a new effective-dated row carrying both
      * fees. Rows are never updated in place - a fee change is a
      * new row with a new effective date, the same convention as
      * the CUST_RATE table CUSTRTM maintains.
       IDENTIFICATION DIVISION.
       01  DB-ACCOUNT-TYPE          PIC X(1).
       01  DB-EFF-DATE              PIC X(10).
       01  DB-NSF-FEE               PIC S9(7)V99 COMP-3.
       01  DB-LATE-FEE              PIC S9(7)V99 COMP-3.

       01  WS-EDIT-SWITCH           PIC X(1)       VALUE 'Y'.
           88  WS-EDIT-OK             VALUE 'Y'.
           ELSE
               MOVE IN-FEM-ACCOUNT-TYPE TO DB-ACCOUNT-TYPE
               EXEC SQL
                   SELECT NSF_FEE, LATE_FEE, CHAR(EFF_DATE, ISO)
                     INTO :DB-NSF-FEE, :DB-LATE-FEE, :DB-EFF-DATE
                     FROM CUST_FEE
                    WHERE ACCOUNT_TYPE = :DB-ACCOUNT-TYPE
                      AND EFF_DATE = (SELECT MAX(EFF_DATE)
                       MOVE DB-ACCOUNT-TYPE TO OUT-FEM-ACCOUNT-TYPE
                       MOVE DB-EFF-DATE TO OUT-FEM-EFF-DATE
                       MOVE DB-NSF-FEE TO OUT-FEM-NSF-FEE
                       MOVE DB-LATE-FEE TO OUT-FEM-LATE-FEE
                       MOVE 'Fee in effect shown' TO
                           OUT-FEM-MESSAGE
                   WHEN 100
               MOVE IN-FEM-ACCOUNT-TYPE TO DB-ACCOUNT-TYPE
               MOVE IN-FEM-EFF-DATE TO DB-EFF-DATE
               MOVE IN-FEM-NSF-FEE TO DB-NSF-FEE
               MOVE IN-FEM-LATE-FEE TO DB-LATE-FEE

               EXEC SQL
                   INSERT INTO CUST_FEE
                       (ACCOUNT_TYPE, EFF_DATE, NSF_FEE, LATE_FEE)
                   VALUES
                       (:DB-ACCOUNT-TYPE, DATE(:DB-EFF-DATE),
                        :DB-NSF-FEE, :DB-LATE-FEE)
               END-EXEC

               EVALUATE SQLCODE
                       MOVE DB-ACCOUNT-TYPE TO OUT-FEM-ACCOUNT-TYPE
                       MOVE DB-EFF-DATE TO OUT-FEM-EFF-DATE
                       MOVE DB-NSF-FEE TO OUT-FEM-NSF-FEE
                       MOVE DB-LATE-FEE TO OUT-FEM-LATE-FEE
                       MOVE 'Fee added' TO OUT-FEM-MESSAGE
                   WHEN -803
                       MOVE 'Fee already on file for date' TO
                   MOVE 'Enter effective date' TO OUT-FEM-MESSAGE
               ELSE
                   IF IN-FEM-NSF-FEE NOT NUMERIC
                    OR IN-FEM-LATE-FEE NOT NUMERIC
                       MOVE 'N' TO WS-EDIT-SWITCH
                       MOVE 'Fee must be numeric' TO
                           OUT-FEM-MESSAGE
