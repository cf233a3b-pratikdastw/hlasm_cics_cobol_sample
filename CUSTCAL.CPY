000100*****************************************************************
000110* CUSTCAL - BUSINESS CALENDAR DATE SERVICE CALL AREA
000120*****************************************************************
000130* PASSED ON EVERY CALL 'CUSTCAL', BATCH OR ONLINE. THE CALLER
000140* SETS THE FUNCTION AND CAL-DATE (ISO, CCYY-MM-DD), PLUS
000150* CAL-TO-DATE FOR A COUNT. A BUSINESS DAY IS A MONDAY-FRIDAY
000160* THAT IS NOT A HOLIDAY ON CUST_CALENDAR, OR A WEEKEND DATE
000170* CUST_CALENDAR MARKS OPEN. EVERY FUNCTION ALSO DESCRIBES
000180* CAL-DATE ITSELF (BUSINESS DAY OR NOT, AND WHY).
000190*   I - IS CAL-DATE A BUSINESS DAY
000200*   N - NEXT BUSINESS DAY AFTER CAL-DATE
000210*   F - CAL-DATE ROLLED FORWARD: ITSELF IF A BUSINESS DAY,
000220*       ELSE THE NEXT ONE (DUE DATES)
000230*   P - LAST BUSINESS DAY BEFORE CAL-DATE
000240*   B - BUSINESS DAYS AFTER CAL-DATE UP TO AND INCLUDING
000250*       CAL-TO-DATE (NEGATIVE IF CAL-TO-DATE IS EARLIER)
000260*-----------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   OCT 2026  CAG  ORIGINAL COPYBOOK.
000290*-----------------------------------------------------------
000300 01  CAL-CONTROL-AREA.
000310     05  CAL-FUNCTION            PIC X(01).
000320         88  CAL-IS-BUSINESS-DAY   VALUE 'I'.
000330         88  CAL-NEXT-BUSINESS-DAY VALUE 'N'.
000340         88  CAL-ROLL-FORWARD      VALUE 'F'.
000350         88  CAL-PREV-BUSINESS-DAY VALUE 'P'.
000360         88  CAL-DAYS-BETWEEN      VALUE 'B'.
000370     05  CAL-DATE                PIC X(10).
000380     05  CAL-TO-DATE             PIC X(10).
000390* RETURNED: THE DATE ASKED FOR (N, F, P) OR THE COUNT (B)
000400     05  CAL-RESULT-DATE         PIC X(10).
000410     05  CAL-DAY-COUNT           PIC S9(05) COMP.
000420* RETURNED: WHAT CAL-DATE ITSELF IS
000430     05  CAL-BUS-DAY-SW          PIC X(01).
000440         88  CAL-BUSINESS-DAY      VALUE 'Y'.
000450         88  CAL-NOT-BUSINESS-DAY  VALUE 'N'.
000460     05  CAL-DAY-REASON          PIC X(01).
000470         88  CAL-REASON-WEEKDAY    VALUE 'D'.
000480         88  CAL-REASON-WEEKEND    VALUE 'W'.
000490         88  CAL-REASON-HOLIDAY    VALUE 'H'.
000500         88  CAL-REASON-OPEN-DAY   VALUE 'O'.
000510     05  CAL-DAY-DESC            PIC X(30).
000520     05  CAL-RETURN-CODE         PIC S9(04) COMP.
000530         88  CAL-OK                VALUE 0.
000540         88  CAL-BAD-REQUEST       VALUE 8.
000550         88  CAL-DB-ERROR          VALUE 12.
000560     05  CAL-SQLCODE             PIC S9(09) COMP.
000570     05  CAL-MESSAGE             PIC X(40).
