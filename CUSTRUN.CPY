000100*****************************************************************
000110* CUSTRUN - BATCH RUN-CONTROL CALL AREA
000120*****************************************************************
000130* PASSED ON EVERY CALL 'CUSTRUN'; THE CALLER INITIALIZES IT
000140* FIRST. A BATCH JOB BEGINS ITS RUN ('B') BEFORE IT TOUCHES
000150* ANY DATA AND GETS BACK THE BUSINESS DATE IT IS PROCESSING
000160* FOR; IT ENDS ('E') WITH ITS RECORD COUNTS AFTER ITS LAST
000170* COMMIT, OR FAILS ('F') FROM ITS ABEND ROUTINE AFTER THE
000180* ROLLBACK. THE CUSTEOD UTILITY CLOSES THE
000190* BUSINESS DAY ('C') AND SETS RERUN OVERRIDES ('O').
000200*-----------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   OCT 2026  CAG  ORIGINAL COPYBOOK.
000230*-----------------------------------------------------------
000240 01  RUN-CONTROL-AREA.
000250     05  RUN-FUNCTION            PIC X(01).
000260         88  RUN-BEGIN             VALUE 'B'.
000270         88  RUN-END               VALUE 'E'.
000280         88  RUN-FAIL              VALUE 'F'.
000290         88  RUN-CLOSE-DAY         VALUE 'C'.
000300         88  RUN-SET-OVERRIDE      VALUE 'O'.
000310     05  RUN-JOB-NAME            PIC X(08).
000320* SECOND PART OF THE RUN KEY FOR A JOB RUN MORE THAN ONCE A
000330* DAY ON PURPOSE (THE CUSTSTM BILLING CYCLE DIGIT)
000340     05  RUN-QUALIFIER           PIC X(02).
000350* CLOSE THE DAY EVEN THOUGH A NIGHTLY JOB IS NOT COMPLETE
000360     05  RUN-FORCE-SW            PIC X(01).
000370         88  RUN-FORCE             VALUE 'Y'.
000380     05  RUN-STARTED-SW          PIC X(01).
000390         88  RUN-STARTED           VALUE 'Y'.
000400* RETURNED: THE BUSINESS DATE AND THE RUN KEY IT MAPS TO
000410     05  RUN-BUS-DATE            PIC 9(08).
000420     05  RUN-BUS-DATE-R REDEFINES RUN-BUS-DATE.
000430         10  RUN-BUS-YYYY        PIC 9(04).
000440         10  RUN-BUS-MM          PIC 9(02).
000450         10  RUN-BUS-DD          PIC 9(02).
000460     05  RUN-BUS-DATE-ISO        PIC X(10).
000470     05  RUN-KEY                 PIC X(10).
000480* SUPPLIED ON 'E' AND 'F'
000490     05  RUN-READ-COUNT          PIC S9(09) COMP.
000500     05  RUN-POSTED-COUNT        PIC S9(09) COMP.
000510     05  RUN-REJECT-COUNT        PIC S9(09) COMP.
000520     05  RUN-RETURN-CODE         PIC S9(04) COMP.
000530         88  RUN-OK                VALUE 0.
000540         88  RUN-REFUSED           VALUE 8.
000550         88  RUN-DB-ERROR          VALUE 12.
000560     05  RUN-MESSAGE             PIC X(60).
