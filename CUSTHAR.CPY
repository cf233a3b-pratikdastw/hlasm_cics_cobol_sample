000100*****************************************************************
000110* CUSTHAR - RETENTION ARCHIVE RECORD (CUST_HIST, CUST_AUDIT AND
000120*           CUST_NOTE ROWS MOVED OFF DB2)
000130*****************************************************************
000140* ONE RECORD PER ROW CUSTHAR ARCHIVES, READ BACK BY THE CUSTHRL
000150* RELOAD. EACH ROW KEEPS ITS TABLE'S COLUMNS, IN THE SAME
000160* PICTURES THE PROGRAMS USE FOR THEM, SO IT GOES BACK EXACTLY
000170* AS IT CAME OFF. TIMESTAMPS ARE IN THE CHARACTER FORM DB2
000180* RETURNS (CCYY-MM-DD-HH.MM.SS.NNNNNN); AUD_TS IS ALREADY
000190* CHARACTER. FIXED 150 BYTES.
000200*   HIST - A CUST_HIST ROW
000210*   AUDT - A CUST_AUDIT ROW
000220*   NOTE - A CUST_NOTE ROW
000230*-----------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   OCT 2026  CAG  ORIGINAL COPYBOOK.
000253*   OCT 2026  CAG  CARRY THE CUST_HIST DEPOSIT DATE AND BATCH
000256*                  REFERENCE OF A LOCKBOX PAYMENT.
000260*-----------------------------------------------------------
000270 01  ARC-RECORD.
000280     05  ARC-TABLE               PIC X(04).
000290         88  ARC-HIST-ROW          VALUE 'HIST'.
000300         88  ARC-AUDIT-ROW         VALUE 'AUDT'.
000310         88  ARC-NOTE-ROW          VALUE 'NOTE'.
000320     05  ARC-CUST-ID             PIC X(06).
000330* THE BUSINESS DATE OF THE CUSTHAR RUN THAT ARCHIVED THE ROW
000340     05  ARC-ARCH-DATE           PIC X(10).
000350     05  ARC-ROW-DATA            PIC X(130).
000360     05  ARC-HIST-DATA REDEFINES ARC-ROW-DATA.
000370         10  ARC-HIST-ACTION     PIC X(01).
000380         10  ARC-HIST-AMOUNT     PIC S9(9)V99 COMP-3.
000390         10  ARC-BAL-BEFORE      PIC S9(9)V99 COMP-3.
000400         10  ARC-BAL-AFTER       PIC S9(9)V99 COMP-3.
000410         10  ARC-HIST-OPERATOR   PIC X(08).
000420         10  ARC-HIST-TS         PIC X(26).
000430         10  ARC-CHECK-NO        PIC X(10).
000440         10  ARC-MERGED-FROM-ID  PIC X(06).
000444* SPACES IN A RECORD ARCHIVED BEFORE THE COLUMNS WERE CARRIED
000448         10  ARC-DEPOSIT-DATE    PIC X(10).
000452         10  ARC-BATCH-REF       PIC X(10).
000456         10  FILLER              PIC X(41).
000460     05  ARC-AUDIT-DATA REDEFINES ARC-ROW-DATA.
000470         10  ARC-AUD-TS          PIC X(15).
000480         10  ARC-TERM-ID         PIC X(04).
000490         10  ARC-AUD-SEQ         PIC S9(9) COMP.
000500         10  ARC-AUD-OPERATOR    PIC X(03).
000510         10  ARC-ACTION-FLAG     PIC X(01).
000520         10  ARC-SUPV-USER       PIC X(08).
000530         10  ARC-LIMIT-STATUS    PIC X(01).
000540         10  ARC-DENIED-FLAG     PIC X(01).
000550         10  FILLER              PIC X(93).
000560     05  ARC-NOTE-DATA REDEFINES ARC-ROW-DATA.
000570         10  ARC-NOTE-TS         PIC X(26).
000580         10  ARC-NOTE-OPERATOR   PIC X(08).
000590         10  ARC-NOTE-TEXT       PIC X(60).
000600         10  FILLER              PIC X(36).
