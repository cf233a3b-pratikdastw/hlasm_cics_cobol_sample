000100*****************************************************************
000110* CUSTEVT - CUSTOMER CHANGE-EVENT CALL AREA
000120*****************************************************************
000130* PASSED ON EVERY CALL 'CUSTEVT' BY A PROGRAM THAT WRITES
000140* CUST_HIST. THE CALLER INITIALIZES IT BEFORE EACH POSTING.
000150* AN ACTION THAT CAN CHANGE ANYTHING BESIDES THE BALANCE (NAME,
000160* ADDRESS, STATUS, LIMIT, TYPE, DO-NOT-CONTACT) TAKES A
000170* SNAPSHOT ('S') OF THE CUSTOMER ROW BEFORE ITS UPDATE; EVERY
000180* ACTION JOURNALS ('J') THE EVENT RIGHT AFTER ITS CUST_HIST
000190* INSERT, IN THE SAME UNIT OF WORK. WITH NO SNAPSHOT THE ROW
000200* AFTER THE UPDATE IS THE BEFORE IMAGE, EXCEPT THE BALANCE,
000210* WHICH IS TAKEN FROM EVT-BAL-BEFORE (THE HISTORY ROW'S
000220* BAL_BEFORE). A FAILED JOURNAL MUST BACK THE POSTING OUT THE
000230* SAME WAY A FAILED CUST_HIST INSERT DOES.
000240*-----------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   OCT 2026  CAG  ORIGINAL COPYBOOK.
000270*-----------------------------------------------------------
000280 01  EVT-CONTROL-AREA.
000290     05  EVT-FUNCTION            PIC X(01).
000300         88  EVT-SNAPSHOT          VALUE 'S'.
000310         88  EVT-JOURNAL           VALUE 'J'.
000320     05  EVT-CUST-ID             PIC X(06).
000330* SUPPLIED ON 'J': THE CUST_HIST ROW JUST WRITTEN
000340     05  EVT-HIST-ACTION         PIC X(01).
000350     05  EVT-OPERATOR            PIC X(08).
000360     05  EVT-BAL-BEFORE          PIC S9(9)V99 COMP-3.
000370* SET BY 'S', CLEARED BY 'J'
000380     05  EVT-SNAPSHOT-SW         PIC X(01).
000390         88  EVT-SNAPSHOT-TAKEN    VALUE 'Y'.
000400         88  EVT-SNAPSHOT-FAILED   VALUE 'E'.
000410     05  EVT-BEFORE-IMAGE.
000420         10  EVT-B-NAME          PIC X(30).
000430         10  EVT-B-ADDRESS       PIC X(50).
000440         10  EVT-B-BALANCE       PIC S9(9)V99 COMP-3.
000450         10  EVT-B-CREDIT-LIMIT  PIC S9(9)V99 COMP-3.
000460         10  EVT-B-ACCOUNT-TYPE  PIC X(01).
000470         10  EVT-B-ACCT-STATUS   PIC X(01).
000480         10  EVT-B-DNC-FLAG      PIC X(01).
000490* RETURNED
000500     05  EVT-RETURN-CODE         PIC S9(04) COMP.
000510         88  EVT-OK                VALUE 0.
000520         88  EVT-DB-ERROR          VALUE 12.
000530     05  EVT-SQLCODE             PIC S9(09) COMP.
