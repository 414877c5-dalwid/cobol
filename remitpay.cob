000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                REMITPAY.
000300 AUTHOR.                    R L BENNETT.
000400 INSTALLATION.              PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700******************************************************************
000800*    REMITPAY - DEDUCTION REMITTANCE TO ACCOUNTS PAYABLE
000900*------------------------------------------------------------------
001000*    TAKES IN THE REMITTANCE ACTIVITY THE PAY RUNS HAVE WRITTEN
001100*    SINCE IT LAST RAN - SHEETPAY'S REMIT FILE AND OFFCYCLE'S
001200*    OCREMIT FILE, ONE RECORD PER DEDUCTION WITH MONEY TAKEN -
001300*    AND ACCUMULATES IT AGAINST THE PAYEE MASTER (PAYEE) AS
001400*    MONEY PENDING FOR EACH PAYEE.  EACH PAYEE DUE ON ITS
001500*    SCHEDULE (EVERY RUN, MONTHLY OR QUARTERLY) THEN HAS ITS
001600*    PENDING MONEY RELEASED AS ONE VOUCHER ON THE ACCOUNTS
001700*    PAYABLE INTERFACE FILE (APVOUCH), WHICH CLOSES WITH A
001800*    CONTROL TRAILER OF THE VOUCHER COUNT AND TOTAL.  ACTIVITY
001900*    FOR A PAYEE NOT ON THE MASTER IS NOT POSTED OR DROPPED - IT
002000*    IS LISTED AS AN EXCEPTION AND LEFT ON ITS FILE, FLAGGED AS
002100*    CARRIED FORWARD, FOR THE NEXT RUN ONCE THE PAYEE IS ADDED.
002200*    EVERY ACTIVE DEDUCTION ON DEDFILE IS ALSO PROVED AGAINST
002300*    THE PAYEE MASTER SO A MISSING PAYEE IS CAUGHT BEFORE ANY
002400*    MONEY IS TAKEN FOR IT.  THE REGISTER (RMTREG) SUMMARIZES
002500*    THE NEW ACTIVITY BY GL LIABILITY ACCOUNT, PAY RUN AND
002600*    OFF-CYCLE, TO TIE TO THE DEDUCTION CREDITS THE PAY RUNS
002700*    BOOKED TO THE GL FOR THE SAME RUNS.
002800*------------------------------------------------------------------
002900*    MODIFICATION HISTORY
003000*    DATE       INIT  DESCRIPTION
003100*    ---------- ----  ------------------------------------------
003200*    2026-10-15 RLB   ORIGINAL PROGRAM - REMITTANCE POSTING TO THE
003300*                     PAYEE MASTER, SCHEDULED RELEASE TO THE AP
003400*                     VOUCHER INTERFACE, REMITTANCE REGISTER,
003500*                     OPERATIONS CONTROL REPORT AND RETURN CODE (0
003600*                     CLEAN, 4 EXCEPTIONS, 8 ABORTED).
003610*    2026-10-15 RLB   VOUCHERS ARE NUMBERED FROM ONE SEQUENCE
003620*                     KEPT ON THE CONTROL CARD, NOT THE PAYEE'S
003630*                     OWN, SO PAYEES SHARING AN AP VENDOR NUMBER
003640*                     NEVER GET THE SAME INVOICE NUMBER.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.           IBM-370.
004100 OBJECT-COMPUTER.           IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONTROL-FILE    ASSIGN TO RMTPARM
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS CTL-FILE-STATUS.
004700     SELECT PAYEE-MASTER-FILE ASSIGN TO PAYEE
004800                            ORGANIZATION IS INDEXED
004900                            ACCESS MODE IS DYNAMIC
005000                            RECORD KEY IS PY-PAYEE-CODE
005100                            FILE STATUS IS PYE-FILE-STATUS.
005200     SELECT OPTIONAL REMITTANCE-FILE ASSIGN TO REMIT
005300                            ORGANIZATION IS LINE SEQUENTIAL
005400                            FILE STATUS IS REM-FILE-STATUS.
005500     SELECT OPTIONAL OC-REMITTANCE-FILE ASSIGN TO OCREMIT
005600                            ORGANIZATION IS LINE SEQUENTIAL
005700                            FILE STATUS IS OCR-FILE-STATUS.
005800     SELECT OPTIONAL DEDUCTION-FILE ASSIGN TO DEDFILE
005900                            ORGANIZATION IS LINE SEQUENTIAL
006000                            FILE STATUS IS DED-FILE-STATUS.
006100     SELECT OPTIONAL AP-VOUCHER-FILE ASSIGN TO APVOUCH
006200                            ORGANIZATION IS LINE SEQUENTIAL
006300                            FILE STATUS IS APV-FILE-STATUS.
006400     SELECT REMIT-REGISTER  ASSIGN TO RMTREG
006500                            ORGANIZATION IS LINE SEQUENTIAL
006600                            FILE STATUS IS REG-FILE-STATUS.
006700     SELECT OPS-CONTROL-REPORT ASSIGN TO RMTOPSR
006800                            ORGANIZATION IS LINE SEQUENTIAL
006900                            FILE STATUS IS OPS-FILE-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CONTROL-FILE
007300     RECORDING MODE IS F.
007400     COPY REMCTL.
007500 FD  PAYEE-MASTER-FILE.
007600     COPY PYEREC.
007700 FD  REMITTANCE-FILE.
007800 01  REMITTANCE-FILE-RECORD  PIC X(83).
007900 FD  OC-REMITTANCE-FILE.
008000 01  OC-REMITTANCE-FILE-RECORD PIC X(83).
008100 FD  DEDUCTION-FILE.
008200     COPY DEDREC.
008300 FD  AP-VOUCHER-FILE.
008400 01  AP-VOUCHER-FILE-RECORD  PIC X(217).
008500 FD  REMIT-REGISTER.
008600 01  REMIT-REGISTER-RECORD   PIC X(132).
008700 FD  OPS-CONTROL-REPORT.
008800 01  OPS-CONTROL-RECORD      PIC X(80).
008900 WORKING-STORAGE SECTION.
009000******************************************************************
009100*    FILE STATUS AND END-OF-FILE SWITCHES
009200******************************************************************
009300 77  CTL-FILE-STATUS         PIC X(02).
009400 77  PYE-FILE-STATUS         PIC X(02).
009500 77  REM-FILE-STATUS         PIC X(02).
009600 77  OCR-FILE-STATUS         PIC X(02).
009700 77  DED-FILE-STATUS         PIC X(02).
009800 77  APV-FILE-STATUS         PIC X(02).
009900 77  REG-FILE-STATUS         PIC X(02).
010000 77  OPS-FILE-STATUS         PIC X(02).
010100 77  ACTIVITY-EOF-SW         PIC X(01)       VALUE 'N'.
010200     88  ACTIVITY-EOF                        VALUE 'Y'.
010300 77  DED-EOF-SW              PIC X(01)       VALUE 'N'.
010400     88  DED-EOF                             VALUE 'Y'.
010500 77  PAYEE-EOF-SW            PIC X(01)       VALUE 'N'.
010600     88  PAYEE-EOF                           VALUE 'Y'.
010700 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
010800     88  RUN-ABORTED                         VALUE 'Y'.
010900 77  RECORD-FOUND-SW         PIC X(01)       VALUE 'N'.
011000     88  RECORD-FOUND                        VALUE 'Y'.
011100 77  RELEASE-DUE-SW          PIC X(01)       VALUE 'N'.
011200     88  RELEASE-DUE                         VALUE 'Y'.
011300 77  GT-FOUND-SW             PIC X(01)       VALUE 'N'.
011400     88  GT-FOUND                            VALUE 'Y'.
011500******************************************************************
011600*    RUN COUNTS AND CONTROL TOTALS
011700******************************************************************
011800 77  PAY-RUN-ITEM-COUNT      PIC 9(05)       VALUE ZERO.
011900 77  OFFCYCLE-ITEM-COUNT     PIC 9(05)       VALUE ZERO.
012000 77  CARRIED-IN-COUNT        PIC 9(05)       VALUE ZERO.
012100 77  POSTED-COUNT            PIC 9(05)       VALUE ZERO.
012200 77  HELD-COUNT              PIC 9(05)       VALUE ZERO.
012300 77  RELEASED-COUNT          PIC 9(05)       VALUE ZERO.
012400 77  NOT-DUE-COUNT           PIC 9(05)       VALUE ZERO.
012500 77  NEGATIVE-COUNT          PIC 9(05)       VALUE ZERO.
012600 77  REWRITE-FAIL-COUNT      PIC 9(05)       VALUE ZERO.
012700 77  DED-CHECKED-COUNT       PIC 9(05)       VALUE ZERO.
012800 77  DED-EXCEPTION-COUNT     PIC 9(05)       VALUE ZERO.
012900 77  NEW-ACTIVITY-TOTAL      PIC S9(09)V99   VALUE ZERO.
013000 77  CARRIED-IN-TOTAL        PIC S9(09)V99   VALUE ZERO.
013100 77  POSTED-TOTAL            PIC S9(09)V99   VALUE ZERO.
013200 77  HELD-TOTAL              PIC S9(09)V99   VALUE ZERO.
013300 77  RELEASED-TOTAL          PIC 9(11)V99    VALUE ZERO.
013400 77  NOT-DUE-TOTAL           PIC S9(09)V99   VALUE ZERO.
013500 77  TIE-PAY-RUN-TOTAL       PIC S9(09)V99   VALUE ZERO.
013600 77  TIE-OFFCYCLE-TOTAL      PIC S9(09)V99   VALUE ZERO.
013700******************************************************************
013800*    RELEASE WORK FIELDS.  A PAYEE'S SCHEDULE IS TESTED BY
013900*    COMPARING THE YEAR AND MONTH (OR QUARTER) OF ITS LAST
014000*    RELEASE WITH THE RUN DATE'S.
014100******************************************************************
014200 77  LOAD-SOURCE             PIC X(01).
014300 77  RUN-PERIOD              PIC 9(06).
014400 77  LAST-RELEASE-PERIOD     PIC 9(06).
014500 77  RUN-QUARTER             PIC 9(01).
014600 77  LAST-RELEASE-QUARTER    PIC 9(01).
014700 77  RELEASE-AMOUNT          PIC S9(09)V99.
014800 77  RELEASE-ITEMS           PIC 9(05).
014900 77  EXCEPTION-REASON        PIC X(40).
015000 77  RUN-DATE-EDIT           PIC 9999/99/99.
015010 77  VOUCHER-SEQ             PIC 9(04)       VALUE ZERO.
015100******************************************************************
015200*    REMITTANCE ACTIVITY, LOADED FROM REMIT (SOURCE P) AND
015300*    OCREMIT (SOURCE O).  AN ITEM NOT POSTED THIS RUN IS WRITTEN
015400*    BACK TO ITS OWN FILE AT END OF RUN, FLAGGED CARRIED FORWARD.
015500******************************************************************
015600 77  ACT-TABLE-MAX           PIC 9(04)  COMP VALUE 2000.
015700 77  ACT-ENTRY-COUNT         PIC 9(04)  COMP VALUE ZERO.
015800 77  ACT-SUB                 PIC 9(04)  COMP.
015900 01  ACTIVITY-TABLE.
016000     05  RA-ENTRY            OCCURS 2000 TIMES.
016100         10  RA-SOURCE       PIC X(01).
016200             88  RA-FROM-PAY-RUN             VALUE 'P'.
016300             88  RA-FROM-OFFCYCLE            VALUE 'O'.
016400         10  RA-PAYEE        PIC X(20).
016500         10  RA-EMP-ID       PIC X(06).
016600         10  RA-DED-CODE     PIC X(06).
016700         10  RA-DESCRIPTION  PIC X(25).
016800         10  RA-PERIOD-END   PIC 9(08).
016900         10  RA-AMOUNT       PIC S9(09)V99.
017000         10  RA-GL-ACCOUNT   PIC X(06).
017100         10  RA-CARRIED-SW   PIC X(01).
017200             88  RA-CARRIED                  VALUE 'Y'.
017300         10  RA-POSTED-SW    PIC X(01).
017400             88  RA-POSTED                   VALUE 'Y'.
017500******************************************************************
017600*    NEW ACTIVITY BY GL LIABILITY ACCOUNT, FOR THE TIE TO THE
017700*    DEDUCTION CREDITS THE PAY RUNS WROTE TO THE GL FEED.  ITEMS
017800*    CARRIED FROM AN EARLIER RUN WERE TIED ON THAT RUN'S
017900*    REGISTER AND ARE NOT COUNTED AGAIN.
018000******************************************************************
018100 77  GT-TABLE-MAX            PIC 9(04)  COMP VALUE 100.
018200 77  GT-ENTRY-COUNT          PIC 9(04)  COMP VALUE ZERO.
018300 77  GT-SUB                  PIC 9(04)  COMP.
018400 77  GT-MATCH-SUB            PIC 9(04)  COMP.
018500 01  GL-TIE-TABLE.
018600     05  GT-ENTRY            OCCURS 100 TIMES.
018700         10  GT-GL-ACCOUNT   PIC X(06).
018800         10  GT-PAY-RUN-AMOUNT PIC S9(09)V99.
018900         10  GT-OFFCYCLE-AMOUNT PIC S9(09)V99.
019000******************************************************************
019100*    REMITTANCE RECORD LAYOUT, SHARED BY REMIT AND OCREMIT
019200******************************************************************
019300     COPY REMREC.
019400******************************************************************
019500*    AP VOUCHER INTERFACE RECORD LAYOUTS
019600******************************************************************
019700     COPY APVREC.
019800******************************************************************
019900*    REMITTANCE REGISTER PRINT LINES
020000******************************************************************
020100     COPY RMRREC.
020200******************************************************************
020300*    PRINT LINES FOR THE OPERATIONS CONTROL REPORT
020400******************************************************************
020500     COPY OPSREC.
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800******************************************************************
020900*    MAIN CONTROL PARAGRAPH
021000******************************************************************
021100     PERFORM 1000-INITIALIZE
021200         THRU 1000-EXIT.
021300     IF NOT RUN-ABORTED
021400         PERFORM 2000-RUN-REMITTANCE
021500             THRU 2000-EXIT
021600     END-IF.
021700     PERFORM 9000-FINALIZE
021800         THRU 9000-EXIT.
021900     GOBACK.
022000
022100 1000-INITIALIZE.
022200******************************************************************
022300*    READ THE CONTROL CARD, OPEN THE PAYEE MASTER, THE VOUCHER
022400*    FILE AND THE REGISTER, AND LOAD THE REMITTANCE ACTIVITY.
022500*    AN UNREADABLE CONTROL CARD, A MISSING RUN DATE, A FILE
022600*    THAT WILL NOT OPEN OR MORE ACTIVITY THAN THE TABLES HOLD
022700*    ABORTS THE RUN BEFORE ANYTHING IS POSTED.  THE PAYEE
022800*    MASTER MUST ALREADY EXIST - PYEMAINT CREATES IT.  THE
022810*    LAST VOUCHER SEQUENCE USED IS TAKEN FROM THE CONTROL CARD;
022820*    A CARD THAT DOES NOT YET CARRY ONE STARTS FROM ZERO.
022900******************************************************************
023000     OPEN OUTPUT OPS-CONTROL-REPORT.
023100     IF OPS-FILE-STATUS NOT = "00"
023200         DISPLAY "REMITPAY: UNABLE TO OPEN OPS-CONTROL-REPORT, "
023300             "STATUS = " OPS-FILE-STATUS
023400         MOVE 'Y' TO RUN-ABORT-SW
023500         GO TO 1000-EXIT.
023600     OPEN INPUT CONTROL-FILE.
023700     IF CTL-FILE-STATUS NOT = "00"
023800         DISPLAY "REMITPAY: UNABLE TO OPEN CONTROL-FILE, "
023900             "STATUS = " CTL-FILE-STATUS
024000         MOVE 'Y' TO RUN-ABORT-SW
024100         GO TO 1000-EXIT.
024200     READ CONTROL-FILE
024300         AT END
024400             DISPLAY "REMITPAY: CONTROL-FILE IS EMPTY"
024500             MOVE 'Y' TO RUN-ABORT-SW
024600     END-READ.
024700     CLOSE CONTROL-FILE.
024800     IF RUN-ABORTED
024900         GO TO 1000-EXIT.
025000     IF RMC-RUN-DATE NOT NUMERIC OR RMC-RUN-DATE = ZERO
025100         DISPLAY "REMITPAY: RUN DATE REQUIRED ON THE CONTROL CARD"
025200         MOVE 'Y' TO RUN-ABORT-SW
025300         GO TO 1000-EXIT.
025310     IF RMC-LAST-VOUCHER-SEQ NUMERIC
025320         MOVE RMC-LAST-VOUCHER-SEQ TO VOUCHER-SEQ
025330     ELSE
025340         MOVE ZERO           TO VOUCHER-SEQ
025350     END-IF.
025400     OPEN I-O PAYEE-MASTER-FILE.
025500     IF PYE-FILE-STATUS NOT = "00"
025600         DISPLAY "REMITPAY: UNABLE TO OPEN PAYEE-MASTER-FILE, "
025700             "STATUS = " PYE-FILE-STATUS
025800         MOVE 'Y' TO RUN-ABORT-SW
025900         GO TO 1000-EXIT.
026000     PERFORM 1100-LOAD-PAY-RUN-ACTIVITY
026100         THRU 1100-EXIT.
026200     IF RUN-ABORTED
026300         GO TO 1000-EXIT.
026400     PERFORM 1200-LOAD-OFFCYCLE-ACTIVITY
026500         THRU 1200-EXIT.
026600     IF RUN-ABORTED
026700         GO TO 1000-EXIT.
026800     OPEN EXTEND AP-VOUCHER-FILE.
026900     IF APV-FILE-STATUS NOT = "00" AND APV-FILE-STATUS NOT = "05"
027000         DISPLAY "REMITPAY: UNABLE TO OPEN AP-VOUCHER-FILE, "
027100             "STATUS = " APV-FILE-STATUS
027200         MOVE 'Y' TO RUN-ABORT-SW
027300         GO TO 1000-EXIT.
027400     OPEN OUTPUT REMIT-REGISTER.
027500     IF REG-FILE-STATUS NOT = "00"
027600         DISPLAY "REMITPAY: UNABLE TO OPEN REMIT-REGISTER, "
027700             "STATUS = " REG-FILE-STATUS
027800         MOVE 'Y' TO RUN-ABORT-SW
027900     END-IF.
028000 1000-EXIT.
028100     EXIT.
028200
028300 1100-LOAD-PAY-RUN-ACTIVITY.
028400******************************************************************
028500*    LOAD SHEETPAY'S REMITTANCE ACTIVITY.  THE FILE IS OPTIONAL
028600*    - THERE IS NONE WHEN NO PAY RUN HAS TAKEN A DEDUCTION
028700*    SINCE THE LAST REMITTANCE RUN.
028800******************************************************************
028900     OPEN INPUT REMITTANCE-FILE.
029000     IF REM-FILE-STATUS NOT = "00" AND REM-FILE-STATUS NOT = "05"
029100         DISPLAY "REMITPAY: UNABLE TO OPEN REMITTANCE-FILE, "
029200             "STATUS = " REM-FILE-STATUS
029300         MOVE 'Y' TO RUN-ABORT-SW
029400         GO TO 1100-EXIT.
029500     MOVE 'P'                TO LOAD-SOURCE.
029600     MOVE 'N'                TO ACTIVITY-EOF-SW.
029700     PERFORM 1110-READ-PAY-RUN-ITEM
029800         THRU 1110-EXIT
029900         UNTIL ACTIVITY-EOF.
030000     CLOSE REMITTANCE-FILE.
030100 1100-EXIT.
030200     EXIT.
030300
030400 1110-READ-PAY-RUN-ITEM.
030500******************************************************************
030600*    READ AND STORE ONE PAY RUN REMITTANCE RECORD
030700******************************************************************
030800     READ REMITTANCE-FILE INTO REMITTANCE-RECORD
030900         AT END
031000             MOVE 'Y' TO ACTIVITY-EOF-SW
031100         NOT AT END
031200             PERFORM 1300-STORE-ACTIVITY-ENTRY
031300                 THRU 1300-EXIT
031400     END-READ.
031500 1110-EXIT.
031600     EXIT.
031700
031800 1200-LOAD-OFFCYCLE-ACTIVITY.
031900******************************************************************
032000*    LOAD OFFCYCLE'S REMITTANCE ACTIVITY.  THE FILE IS OPTIONAL
032100*    - MOST PERIODS HAVE NO OFF-CYCLE CHECKS.
032200******************************************************************
032300     OPEN INPUT OC-REMITTANCE-FILE.
032400     IF OCR-FILE-STATUS NOT = "00" AND OCR-FILE-STATUS NOT = "05"
032500         DISPLAY "REMITPAY: UNABLE TO OPEN OC-REMITTANCE-FILE, "
032600             "STATUS = " OCR-FILE-STATUS
032700         MOVE 'Y' TO RUN-ABORT-SW
032800         GO TO 1200-EXIT.
032900     MOVE 'O'                TO LOAD-SOURCE.
033000     MOVE 'N'                TO ACTIVITY-EOF-SW.
033100     PERFORM 1210-READ-OFFCYCLE-ITEM
033200         THRU 1210-EXIT
033300         UNTIL ACTIVITY-EOF.
033400     CLOSE OC-REMITTANCE-FILE.
033500 1200-EXIT.
033600     EXIT.
033700
033800 1210-READ-OFFCYCLE-ITEM.
033900******************************************************************
034000*    READ AND STORE ONE OFF-CYCLE REMITTANCE RECORD
034100******************************************************************
034200     READ OC-REMITTANCE-FILE INTO REMITTANCE-RECORD
034300         AT END
034400             MOVE 'Y' TO ACTIVITY-EOF-SW
034500         NOT AT END
034600             PERFORM 1300-STORE-ACTIVITY-ENTRY
034700                 THRU 1300-EXIT
034800     END-READ.
034900 1210-EXIT.
035000     EXIT.
035100
035200 1300-STORE-ACTIVITY-ENTRY.
035300******************************************************************
035400*    STORE THE REMITTANCE RECORD JUST READ AS ONE ACTIVITY
035500*    ENTRY FROM LOAD-SOURCE.  MORE ACTIVITY THAN THE TABLE HOLDS
035600*    ABORTS THE RUN RATHER THAN LOSING ITEMS WHEN THE FILES ARE
035700*    WRITTEN BACK.  NEW ITEMS ARE ADDED TO THE GL TIE; ITEMS
035800*    CARRIED FROM AN EARLIER RUN ARE TOTALED SEPARATELY.
035900******************************************************************
036000     IF ACT-ENTRY-COUNT >= ACT-TABLE-MAX
036100         DISPLAY "REMITPAY: REMITTANCE ACTIVITY EXCEEDS "
036200             "TABLE LIMIT OF " ACT-TABLE-MAX
036300         MOVE 'Y' TO ACTIVITY-EOF-SW
036400         MOVE 'Y' TO RUN-ABORT-SW
036500         GO TO 1300-EXIT.
036600     ADD 1                   TO ACT-ENTRY-COUNT.
036700     MOVE ACT-ENTRY-COUNT    TO ACT-SUB.
036800     MOVE LOAD-SOURCE        TO RA-SOURCE (ACT-SUB).
036900     MOVE RM-PAYEE           TO RA-PAYEE (ACT-SUB).
037000     MOVE RM-EMP-ID          TO RA-EMP-ID (ACT-SUB).
037100     MOVE RM-DED-CODE        TO RA-DED-CODE (ACT-SUB).
037200     MOVE RM-DESCRIPTION     TO RA-DESCRIPTION (ACT-SUB).
037300     MOVE RM-PERIOD-END      TO RA-PERIOD-END (ACT-SUB).
037400     MOVE RM-AMOUNT          TO RA-AMOUNT (ACT-SUB).
037500     MOVE RM-GL-ACCOUNT      TO RA-GL-ACCOUNT (ACT-SUB).
037600     MOVE 'N'                TO RA-POSTED-SW (ACT-SUB).
037700     IF RM-CARRIED-FORWARD
037800         MOVE 'Y'            TO RA-CARRIED-SW (ACT-SUB)
037900         ADD 1               TO CARRIED-IN-COUNT
038000         ADD RM-AMOUNT       TO CARRIED-IN-TOTAL
038100         GO TO 1300-EXIT.
038200     MOVE 'N'                TO RA-CARRIED-SW (ACT-SUB).
038300     IF LOAD-SOURCE = 'P'
038400         ADD 1               TO PAY-RUN-ITEM-COUNT
038500     ELSE
038600         ADD 1               TO OFFCYCLE-ITEM-COUNT
038700     END-IF.
038800     ADD RM-AMOUNT           TO NEW-ACTIVITY-TOTAL.
038900     PERFORM 1310-ACCUMULATE-GL-TIE
039000         THRU 1310-EXIT.
039100 1300-EXIT.
039200     EXIT.
039300
039400 1310-ACCUMULATE-GL-TIE.
039500******************************************************************
039600*    ADD THE NEW ITEM TO ITS GL LIABILITY ACCOUNT'S PAY RUN OR
039700*    OFF-CYCLE TOTAL, OPENING AN ENTRY FOR AN ACCOUNT NOT YET
039800*    SEEN.  MORE ACCOUNTS THAN THE TABLE HOLDS ABORTS THE RUN -
039900*    A REGISTER THAT DOES NOT TIE IS NO REGISTER.
040000******************************************************************
040100     MOVE 'N'                TO GT-FOUND-SW.
040200     PERFORM 1320-MATCH-GL-ACCOUNT
040300         THRU 1320-EXIT
040400         VARYING GT-SUB FROM 1 BY 1
040500         UNTIL GT-SUB > GT-ENTRY-COUNT.
040600     IF NOT GT-FOUND
040700         IF GT-ENTRY-COUNT >= GT-TABLE-MAX
040800             DISPLAY "REMITPAY: GL ACCOUNTS EXCEED TABLE "
040900                 "LIMIT OF " GT-TABLE-MAX
041000             MOVE 'Y'        TO ACTIVITY-EOF-SW
041100             MOVE 'Y'        TO RUN-ABORT-SW
041200             GO TO 1310-EXIT
041300         END-IF
041400         ADD 1               TO GT-ENTRY-COUNT
041500         MOVE GT-ENTRY-COUNT TO GT-MATCH-SUB
041600         MOVE RM-GL-ACCOUNT  TO GT-GL-ACCOUNT (GT-MATCH-SUB)
041700         MOVE ZERO           TO GT-PAY-RUN-AMOUNT (GT-MATCH-SUB)
041800         MOVE ZERO           TO GT-OFFCYCLE-AMOUNT (GT-MATCH-SUB)
041900     END-IF.
042000     IF LOAD-SOURCE = 'P'
042100         ADD RM-AMOUNT       TO GT-PAY-RUN-AMOUNT (GT-MATCH-SUB)
042200     ELSE
042300         ADD RM-AMOUNT       TO GT-OFFCYCLE-AMOUNT (GT-MATCH-SUB)
042400     END-IF.
042500 1310-EXIT.
042600     EXIT.
042700
042800 1320-MATCH-GL-ACCOUNT.
042900******************************************************************
043000*    FLAG THE TIE ENTRY FOR THE ITEM'S GL ACCOUNT
043100******************************************************************
043200     IF NOT GT-FOUND
043300             AND GT-GL-ACCOUNT (GT-SUB) = RM-GL-ACCOUNT
043400         MOVE GT-SUB         TO GT-MATCH-SUB
043500         MOVE 'Y'            TO GT-FOUND-SW
043600     END-IF.
043700 1320-EXIT.
043800     EXIT.
043900
044000 2000-RUN-REMITTANCE.
044100******************************************************************
044200*    POST THE ACTIVITY, PRINT THE GL TIE, RELEASE THE PAYEES
044300*    DUE, AND PROVE THE DEDUCTION FILE'S PAYEES - IN THAT ORDER,
044400*    SO MONEY TAKEN IN THIS RUN IS RELEASED WITH ITS PAYEE'S
044500*    OTHER PENDING MONEY WHEN THE PAYEE IS DUE.
044600******************************************************************
044700     MOVE RMC-RUN-DATE       TO RR-CAP-RUN-DATE.
044800     PERFORM 3000-POST-ACTIVITY
044900         THRU 3000-EXIT.
045000     PERFORM 3500-PRINT-GL-TIE
045100         THRU 3500-EXIT.
045200     PERFORM 4000-RELEASE-PAYEES
045300         THRU 4000-EXIT.
045400     PERFORM 5000-CHECK-DEDUCTION-PAYEES
045500         THRU 5000-EXIT.
045600 2000-EXIT.
045700     EXIT.
045800
045900 3000-POST-ACTIVITY.
046000******************************************************************
046100*    POST EVERY ACTIVITY ITEM TO ITS PAYEE AND LIST IT
046200******************************************************************
046300     MOVE "DEDUCTION REMITTANCE REGISTER - ACTIVITY POSTED"
046400         TO RR-CAPTION.
046500     WRITE REMIT-REGISTER-RECORD FROM RR-CAPTION-LINE
046600         AFTER ADVANCING 1 LINE.
046700     WRITE REMIT-REGISTER-RECORD FROM RR-ACTIVITY-COLUMN-LINE
046800         AFTER ADVANCING 2 LINES.
046900     PERFORM 3010-POST-ONE-ITEM
047000         THRU 3010-EXIT
047100         VARYING ACT-SUB FROM 1 BY 1
047200         UNTIL ACT-SUB > ACT-ENTRY-COUNT.
047300     MOVE "POSTED TO PAYEE MASTER" TO RR-AMT-CAPTION.
047400     MOVE POSTED-TOTAL       TO RR-AMT-VALUE.
047500     WRITE REMIT-REGISTER-RECORD FROM RR-AMOUNT-LINE
047600         AFTER ADVANCING 2 LINES.
047700     MOVE "HELD - NOT POSTED" TO RR-AMT-CAPTION.
047800     MOVE HELD-TOTAL         TO RR-AMT-VALUE.
047900     WRITE REMIT-REGISTER-RECORD FROM RR-AMOUNT-LINE
048000         AFTER ADVANCING 1 LINE.
048100     MOVE "ITEMS POSTED"     TO RR-CNT-CAPTION.
048200     MOVE POSTED-COUNT       TO RR-CNT-COUNT.
048300     WRITE REMIT-REGISTER-RECORD FROM RR-COUNT-LINE
048400         AFTER ADVANCING 2 LINES.
048500     MOVE "ITEMS HELD"       TO RR-CNT-CAPTION.
048600     MOVE HELD-COUNT         TO RR-CNT-COUNT.
048700     WRITE REMIT-REGISTER-RECORD FROM RR-COUNT-LINE
048800         AFTER ADVANCING 1 LINE.
048900 3000-EXIT.
049000     EXIT.
049100
049200 3010-POST-ONE-ITEM.
049300******************************************************************
049400*    ADD ONE ITEM TO ITS PAYEE'S PENDING MONEY.  AN ITEM WHOSE
049500*    PAYEE IS NOT ON THE MASTER, OR WHOSE PAYEE CANNOT BE READ
049600*    OR REWRITTEN, IS HELD - IT STAYS ON ITS FILE FOR THE NEXT
049700*    RUN AND IS LISTED AS AN EXCEPTION.
049800******************************************************************
049900     MOVE RA-PAYEE (ACT-SUB)      TO RR-ACT-PAYEE.
050000     MOVE RA-EMP-ID (ACT-SUB)     TO RR-ACT-EMP-ID.
050100     MOVE RA-DED-CODE (ACT-SUB)   TO RR-ACT-DED-CODE.
050200     MOVE RA-PERIOD-END (ACT-SUB) TO RR-ACT-PERIOD-END.
050300     IF RA-FROM-PAY-RUN (ACT-SUB)
050400         MOVE "PAY RUN"      TO RR-ACT-SOURCE
050500     ELSE
050600         MOVE "OFFCYCLE"     TO RR-ACT-SOURCE
050700     END-IF.
050800     MOVE RA-GL-ACCOUNT (ACT-SUB) TO RR-ACT-GL-ACCOUNT.
050900     MOVE RA-AMOUNT (ACT-SUB)     TO RR-ACT-AMOUNT.
051000     MOVE 'N'                TO RECORD-FOUND-SW.
051100     MOVE RA-PAYEE (ACT-SUB) TO PY-PAYEE-CODE.
051200     READ PAYEE-MASTER-FILE
051300         INVALID KEY
051400             CONTINUE
051500         NOT INVALID KEY
051600             MOVE 'Y'        TO RECORD-FOUND-SW
051700     END-READ.
051800     IF PYE-FILE-STATUS NOT = "00"
051900             AND PYE-FILE-STATUS NOT = "23"
052000         MOVE "PAYEE READ FAILED - HELD" TO RR-ACT-DISPOSITION
052100         GO TO 3010-HOLD.
052200     IF NOT RECORD-FOUND
052300         MOVE "NO PAYEE MASTER - HELD" TO RR-ACT-DISPOSITION
052400         GO TO 3010-HOLD.
052500     ADD RA-AMOUNT (ACT-SUB) TO PY-PENDING-AMOUNT.
052600     ADD 1                   TO PY-PENDING-ITEMS.
052700     MOVE "REMITPAY"         TO PY-LAST-PROGRAM.
052800     REWRITE PAYEE-MASTER-RECORD
052900         INVALID KEY
053000             MOVE "PAYEE REWRITE FAILED - HELD"
053100                 TO RR-ACT-DISPOSITION
053200             ADD 1           TO REWRITE-FAIL-COUNT
053300             GO TO 3010-HOLD
053400     END-REWRITE.
053500     MOVE 'Y'                TO RA-POSTED-SW (ACT-SUB).
053600     IF RA-CARRIED (ACT-SUB)
053700         MOVE "POSTED - HELD FROM EARLIER RUN"
053800             TO RR-ACT-DISPOSITION
053900     ELSE
054000         MOVE "POSTED"       TO RR-ACT-DISPOSITION
054100     END-IF.
054200     ADD 1                   TO POSTED-COUNT.
054300     ADD RA-AMOUNT (ACT-SUB) TO POSTED-TOTAL.
054400     WRITE REMIT-REGISTER-RECORD FROM RR-ACTIVITY-LINE
054500         AFTER ADVANCING 1 LINE.
054600     GO TO 3010-EXIT.
054700 3010-HOLD.
054800     ADD 1                   TO HELD-COUNT.
054900     ADD RA-AMOUNT (ACT-SUB) TO HELD-TOTAL.
055000     WRITE REMIT-REGISTER-RECORD FROM RR-ACTIVITY-LINE
055100         AFTER ADVANCING 1 LINE.
055200 3010-EXIT.
055300     EXIT.
055400
055500 3500-PRINT-GL-TIE.
055600******************************************************************
055700*    PRINT THE NEW ACTIVITY BY GL LIABILITY ACCOUNT.  THE PAY
055800*    RUN AND OFF-CYCLE COLUMNS TIE TO THE DEDUCTION CREDIT LINES
055900*    THOSE PROGRAMS WROTE TO THEIR GL FEEDS SINCE THE LAST
056000*    REMITTANCE RUN, ACCOUNT BY ACCOUNT.
056100******************************************************************
056200     MOVE "DEDUCTION REMITTANCE REGISTER - GL LIABILITY TIE"
056300         TO RR-CAPTION.
056400     WRITE REMIT-REGISTER-RECORD FROM RR-CAPTION-LINE
056500         AFTER ADVANCING 3 LINES.
056600     WRITE REMIT-REGISTER-RECORD FROM RR-TIE-COLUMN-LINE
056700         AFTER ADVANCING 2 LINES.
056800     PERFORM 3510-PRINT-GL-ACCOUNT
056900         THRU 3510-EXIT
057000         VARYING GT-SUB FROM 1 BY 1
057100         UNTIL GT-SUB > GT-ENTRY-COUNT.
057200     MOVE TIE-PAY-RUN-TOTAL  TO RR-TTL-PAY-RUN.
057300     MOVE TIE-OFFCYCLE-TOTAL TO RR-TTL-OFFCYCLE.
057400     COMPUTE RR-TTL-TOTAL =
057500         TIE-PAY-RUN-TOTAL + TIE-OFFCYCLE-TOTAL.
057600     WRITE REMIT-REGISTER-RECORD FROM RR-TIE-TOTAL-LINE
057700         AFTER ADVANCING 2 LINES.
057800     MOVE "NEW ACTIVITY - TIES TO GL CREDITS" TO RR-AMT-CAPTION.
057900     MOVE NEW-ACTIVITY-TOTAL TO RR-AMT-VALUE.
058000     WRITE REMIT-REGISTER-RECORD FROM RR-AMOUNT-LINE
058100         AFTER ADVANCING 2 LINES.
058200     MOVE "HELD FROM EARLIER RUNS" TO RR-AMT-CAPTION.
058300     MOVE CARRIED-IN-TOTAL   TO RR-AMT-VALUE.
058400     WRITE REMIT-REGISTER-RECORD FROM RR-AMOUNT-LINE
058500         AFTER ADVANCING 1 LINE.
058600 3500-EXIT.
058700     EXIT.
058800
058900 3510-PRINT-GL-ACCOUNT.
059000******************************************************************
059100*    PRINT ONE GL LIABILITY ACCOUNT'S TIE LINE
059200******************************************************************
059300     MOVE GT-GL-ACCOUNT (GT-SUB)      TO RR-TIE-GL-ACCOUNT.
059400     MOVE GT-PAY-RUN-AMOUNT (GT-SUB)  TO RR-TIE-PAY-RUN.
059500     MOVE GT-OFFCYCLE-AMOUNT (GT-SUB) TO RR-TIE-OFFCYCLE.
059600     COMPUTE RR-TIE-TOTAL =
059700         GT-PAY-RUN-AMOUNT (GT-SUB) + GT-OFFCYCLE-AMOUNT (GT-SUB).
059800     WRITE REMIT-REGISTER-RECORD FROM RR-TIE-DETAIL-LINE
059900         AFTER ADVANCING 1 LINE.
060000     ADD GT-PAY-RUN-AMOUNT (GT-SUB)  TO TIE-PAY-RUN-TOTAL.
060100     ADD GT-OFFCYCLE-AMOUNT (GT-SUB) TO TIE-OFFCYCLE-TOTAL.
060200 3510-EXIT.
060300     EXIT.
060400
060500 4000-RELEASE-PAYEES.
060600******************************************************************
060700*    PASS THE PAYEE MASTER IN CODE ORDER, RELEASING EACH PAYEE
060800*    DUE ON ITS SCHEDULE WITH MONEY PENDING, THEN CLOSE THE
060900*    RUN'S VOUCHERS WITH THE CONTROL TRAILER - WRITTEN EVEN WHEN
061000*    NOTHING WAS RELEASED, SO ACCOUNTS PAYABLE CAN SEE THE RUN
061100*    HAPPENED.
061200******************************************************************
061300     MOVE "DEDUCTION REMITTANCE REGISTER - RELEASED TO AP"
061400         TO RR-CAPTION.
061500     WRITE REMIT-REGISTER-RECORD FROM RR-CAPTION-LINE
061600         AFTER ADVANCING 3 LINES.
061700     WRITE REMIT-REGISTER-RECORD FROM RR-RELEASE-COLUMN-LINE
061800         AFTER ADVANCING 2 LINES.
061900     MOVE 'N'                TO PAYEE-EOF-SW.
062000     MOVE LOW-VALUES         TO PY-PAYEE-CODE.
062100     START PAYEE-MASTER-FILE KEY NOT < PY-PAYEE-CODE
062200         INVALID KEY
062300             MOVE 'Y'        TO PAYEE-EOF-SW
062400     END-START.
062500     PERFORM 4010-RELEASE-ONE-PAYEE
062600         THRU 4010-EXIT
062700         UNTIL PAYEE-EOF.
062800     PERFORM 4100-WRITE-AP-TRAILER
062900         THRU 4100-EXIT.
063000     MOVE "RELEASED TO ACCOUNTS PAYABLE" TO RR-AMT-CAPTION.
063100     MOVE RELEASED-TOTAL     TO RR-AMT-VALUE.
063200     WRITE REMIT-REGISTER-RECORD FROM RR-AMOUNT-LINE
063300         AFTER ADVANCING 2 LINES.
063400     MOVE "PENDING - NOT YET DUE" TO RR-AMT-CAPTION.
063500     MOVE NOT-DUE-TOTAL      TO RR-AMT-VALUE.
063600     WRITE REMIT-REGISTER-RECORD FROM RR-AMOUNT-LINE
063700         AFTER ADVANCING 1 LINE.
063800     MOVE "VOUCHERS WRITTEN" TO RR-CNT-CAPTION.
063900     MOVE RELEASED-COUNT     TO RR-CNT-COUNT.
064000     WRITE REMIT-REGISTER-RECORD FROM RR-COUNT-LINE
064100         AFTER ADVANCING 2 LINES.
064200     MOVE "PAYEES NOT YET DUE" TO RR-CNT-CAPTION.
064300     MOVE NOT-DUE-COUNT      TO RR-CNT-COUNT.
064400     WRITE REMIT-REGISTER-RECORD FROM RR-COUNT-LINE
064500         AFTER ADVANCING 1 LINE.
064600     MOVE "PAYEES NOT RELEASED - NET NEGATIVE" TO RR-CNT-CAPTION.
064700     MOVE NEGATIVE-COUNT     TO RR-CNT-COUNT.
064800     WRITE REMIT-REGISTER-RECORD FROM RR-COUNT-LINE
064900         AFTER ADVANCING 1 LINE.
065000 4000-EXIT.
065100     EXIT.
065200
065300 4010-RELEASE-ONE-PAYEE.
065400******************************************************************
065500*    READ THE NEXT PAYEE AND, IF IT HAS MONEY PENDING AND IS DUE,
065600*    RELEASE IT.  THE MASTER IS REWRITTEN WITH NOTHING PENDING
065700*    BEFORE THE VOUCHER IS WRITTEN, SO A FAILED REWRITE LEAVES
065800*    THE MONEY PENDING FOR THE NEXT RUN RATHER THAN PAYING IT
065900*    TWICE.  A PAYEE WHOSE PENDING MONEY NETS BELOW ZERO (A
066000*    REFUNDED DEDUCTION) IS NOT RELEASED; IT IS LISTED AND
066100*    NETTED AGAINST WHAT IS TAKEN NEXT.  PENDING ITEMS THAT NET
066200*    TO EXACTLY ZERO ARE CLEARED WITH NO VOUCHER.
066300******************************************************************
066400     READ PAYEE-MASTER-FILE NEXT RECORD
066500         AT END
066600             MOVE 'Y'        TO PAYEE-EOF-SW
066700             GO TO 4010-EXIT
066800     END-READ.
066900     IF PY-PENDING-ITEMS = ZERO AND PY-PENDING-AMOUNT = ZERO
067000         GO TO 4010-EXIT.
067100     PERFORM 4020-TEST-SCHEDULE
067200         THRU 4020-EXIT.
067300     MOVE PY-PAYEE-CODE      TO RR-REL-PAYEE.
067400     MOVE PY-VENDOR-NUMBER   TO RR-REL-VENDOR.
067500     MOVE PY-REMIT-NAME      TO RR-REL-REMIT-NAME.
067600     IF PY-REMIT-BY-ACH
067700         MOVE "ACH"          TO RR-REL-METHOD
067800     ELSE
067900         MOVE "CHECK"        TO RR-REL-METHOD
068000     END-IF.
068100     MOVE SPACES             TO RR-REL-INVOICE.
068200     MOVE PY-PENDING-ITEMS   TO RR-REL-ITEMS.
068300     MOVE PY-PENDING-AMOUNT  TO RR-REL-AMOUNT.
068400     IF NOT RELEASE-DUE
068500         MOVE "NOT DUE"      TO RR-REL-STATUS
068600         ADD 1               TO NOT-DUE-COUNT
068700         ADD PY-PENDING-AMOUNT TO NOT-DUE-TOTAL
068800         WRITE REMIT-REGISTER-RECORD FROM RR-RELEASE-LINE
068900             AFTER ADVANCING 1 LINE
069000         GO TO 4010-EXIT.
069100     IF PY-PENDING-AMOUNT < ZERO
069200         MOVE "NET NEGATIVE" TO RR-REL-STATUS
069300         ADD 1               TO NEGATIVE-COUNT
069400         WRITE REMIT-REGISTER-RECORD FROM RR-RELEASE-LINE
069500             AFTER ADVANCING 1 LINE
069600         GO TO 4010-EXIT.
069700     MOVE PY-PENDING-AMOUNT  TO RELEASE-AMOUNT.
069800     MOVE PY-PENDING-ITEMS   TO RELEASE-ITEMS.
069900     IF RELEASE-AMOUNT > ZERO
070500         MOVE RMC-RUN-DATE   TO PY-LAST-RELEASE-DATE
070600         MOVE RELEASE-AMOUNT TO PY-LAST-RELEASE-AMOUNT
070700     END-IF.
070800     MOVE ZERO               TO PY-PENDING-AMOUNT.
070900     MOVE ZERO               TO PY-PENDING-ITEMS.
071000     MOVE "REMITPAY"         TO PY-LAST-PROGRAM.
071100     REWRITE PAYEE-MASTER-RECORD
071200         INVALID KEY
071300             MOVE "REWRITE FAIL" TO RR-REL-STATUS
071400             ADD 1           TO REWRITE-FAIL-COUNT
071500             WRITE REMIT-REGISTER-RECORD FROM RR-RELEASE-LINE
071600                 AFTER ADVANCING 1 LINE
071700             GO TO 4010-EXIT
071800     END-REWRITE.
071900     IF RELEASE-AMOUNT = ZERO
072000         MOVE "NETS TO ZERO" TO RR-REL-STATUS
072100         WRITE REMIT-REGISTER-RECORD FROM RR-RELEASE-LINE
072200             AFTER ADVANCING 1 LINE
072300         GO TO 4010-EXIT.
072400     PERFORM 4030-WRITE-VOUCHER
072500         THRU 4030-EXIT.
072600     MOVE AV-INVOICE-NUMBER  TO RR-REL-INVOICE.
072700     MOVE "RELEASED"         TO RR-REL-STATUS.
072800     WRITE REMIT-REGISTER-RECORD FROM RR-RELEASE-LINE
072900         AFTER ADVANCING 1 LINE.
073000     IF PY-CASE-NUMBER NOT = SPACES
073100         MOVE PY-CASE-NUMBER TO RR-CAS-CASE-NUMBER
073200         WRITE REMIT-REGISTER-RECORD FROM RR-CASE-LINE
073300             AFTER ADVANCING 1 LINE
073400     END-IF.
073500 4010-EXIT.
073600     EXIT.
073700
073800 4020-TEST-SCHEDULE.
073900******************************************************************
074000*    A PAYEE PAID EVERY RUN IS ALWAYS DUE.  A MONTHLY PAYEE IS
074100*    DUE ON THE FIRST RUN IN A MONTH AFTER THE MONTH OF ITS LAST
074200*    RELEASE, AND A QUARTERLY PAYEE ON THE FIRST RUN IN A LATER
074300*    QUARTER.  A PAYEE NEVER YET RELEASED IS DUE.
074400******************************************************************
074500     MOVE 'N'                TO RELEASE-DUE-SW.
074600     IF PY-EVERY-RUN OR PY-LAST-RELEASE-DATE = ZERO
074700         MOVE 'Y'            TO RELEASE-DUE-SW
074800         GO TO 4020-EXIT.
074900     IF PY-MONTHLY
075000         COMPUTE RUN-PERIOD = RMC-RUN-YEAR * 100 + RMC-RUN-MONTH
075100         COMPUTE LAST-RELEASE-PERIOD =
075200             PY-LAST-RELEASE-YEAR * 100 + PY-LAST-RELEASE-MONTH
075300         IF LAST-RELEASE-PERIOD < RUN-PERIOD
075400             MOVE 'Y'        TO RELEASE-DUE-SW
075500         END-IF
075600         GO TO 4020-EXIT.
075700     IF PY-QUARTERLY
075800         COMPUTE RUN-QUARTER = (RMC-RUN-MONTH + 2) / 3
075900         COMPUTE LAST-RELEASE-QUARTER =
076000             (PY-LAST-RELEASE-MONTH + 2) / 3
076100         COMPUTE RUN-PERIOD = RMC-RUN-YEAR * 10 + RUN-QUARTER
076200         COMPUTE LAST-RELEASE-PERIOD =
076300             PY-LAST-RELEASE-YEAR * 10 + LAST-RELEASE-QUARTER
076400         IF LAST-RELEASE-PERIOD < RUN-PERIOD
076500             MOVE 'Y'        TO RELEASE-DUE-SW
076600         END-IF
076700     END-IF.
076800 4020-EXIT.
076900     EXIT.
077000
077100 4030-WRITE-VOUCHER.
077200******************************************************************
077300*    WRITE ONE AP VOUCHER FOR THE MONEY RELEASED.  THE INVOICE
077400*    NUMBER IS THE RUN DATE AND THE NEXT NUMBER OF ONE SEQUENCE
077500*    SHARED BY EVERY PAYEE AND CARRIED FROM RUN TO RUN, SO IT IS
077600*    UNIQUE EVEN FOR PAYEES PAID TO THE SAME AP VENDOR AND WHEN
077610*    THE RUN IS REPEATED ON ONE DATE.
077700******************************************************************
077800     MOVE RMC-RUN-DATE       TO AV-INV-DATE.
077810     IF VOUCHER-SEQ = 9999
077820         MOVE 1              TO VOUCHER-SEQ
077830     ELSE
077840         ADD 1               TO VOUCHER-SEQ
077850     END-IF.
077860     PERFORM 4040-SAVE-VOUCHER-SEQ
077870         THRU 4040-EXIT.
077900     MOVE VOUCHER-SEQ        TO AV-INV-SEQ.
078000     MOVE PY-VENDOR-NUMBER   TO AV-VENDOR-NUMBER.
078100     MOVE PY-PAYEE-CODE      TO AV-PAYEE-CODE.
078200     MOVE PY-REMIT-NAME      TO AV-REMIT-NAME.
078300     MOVE PY-ADDRESS-LINE-1  TO AV-ADDRESS-LINE-1.
078400     MOVE PY-ADDRESS-LINE-2  TO AV-ADDRESS-LINE-2.
078500     MOVE PY-CITY            TO AV-CITY.
078600     MOVE PY-STATE           TO AV-STATE.
078700     MOVE PY-ZIP             TO AV-ZIP.
078800     MOVE PY-REMIT-METHOD    TO AV-REMIT-METHOD.
078900     MOVE PY-CASE-NUMBER     TO AV-CASE-NUMBER.
079000     MOVE RMC-RUN-DATE       TO AV-INVOICE-DATE.
079100     MOVE RELEASE-AMOUNT     TO AV-AMOUNT.
079200     MOVE RELEASE-ITEMS      TO AV-ITEM-COUNT.
079300     WRITE AP-VOUCHER-FILE-RECORD FROM AP-VOUCHER-RECORD.
079400     ADD 1                   TO RELEASED-COUNT.
079500     ADD RELEASE-AMOUNT      TO RELEASED-TOTAL.
079600 4030-EXIT.
079700     EXIT.
079710
079720 4040-SAVE-VOUCHER-SEQ.
079730******************************************************************
079740*    REWRITE THE ONE-RECORD CONTROL CARD WITH THE LAST VOUCHER
079750*    SEQUENCE USED, THE SAME WAY THE CHECK STOCK FILE IS KEPT,
079760*    SO A RERUN AFTER AN ABEND NEVER REUSES AN INVOICE NUMBER.
079770******************************************************************
079775     MOVE VOUCHER-SEQ        TO RMC-LAST-VOUCHER-SEQ.
079780     OPEN OUTPUT CONTROL-FILE.
079785     WRITE REMIT-CONTROL-RECORD.
079790     CLOSE CONTROL-FILE.
079795 4040-EXIT.
079797     EXIT.
079800
079900 4100-WRITE-AP-TRAILER.
080000******************************************************************
080100*    WRITE THE RUN'S CONTROL TRAILER - VOUCHER COUNT AND TOTAL
080200*    FOR ACCOUNTS PAYABLE TO PROVE THE LOAD AGAINST
080300******************************************************************
080400     MOVE RMC-RUN-DATE       TO AV-TRL-RUN-DATE.
080500     MOVE RELEASED-COUNT     TO AV-TRL-VOUCHER-COUNT.
080600     MOVE RELEASED-TOTAL     TO AV-TRL-TOTAL-AMOUNT.
080700     MOVE "REMITPAY"         TO AV-TRL-PROGRAM.
080800     WRITE AP-VOUCHER-FILE-RECORD FROM AP-TRAILER-RECORD.
080900 4100-EXIT.
081000     EXIT.
081100
081200 5000-CHECK-DEDUCTION-PAYEES.
081300******************************************************************
081400*    PROVE EVERY DEDUCTION STILL BEING TAKEN AGAINST THE PAYEE
081500*    MASTER.  A DEDUCTION WITH NO PAYEE CODE, OR ONE NOT ON THE
081600*    MASTER, IS AN EXCEPTION - ITS MONEY WOULD BE HELD ON EVERY
081700*    REMITTANCE RUN UNTIL THE PAYEE IS SET UP.  A DEDUCTION FILE
081800*    THAT WILL NOT OPEN IS ITSELF AN EXCEPTION.
081900******************************************************************
082000     MOVE "DEDUCTION REMITTANCE REGISTER - PAYEE EXCEPTIONS"
082100         TO RR-CAPTION.
082200     WRITE REMIT-REGISTER-RECORD FROM RR-CAPTION-LINE
082300         AFTER ADVANCING 3 LINES.
082400     OPEN INPUT DEDUCTION-FILE.
082500     IF DED-FILE-STATUS NOT = "00" AND DED-FILE-STATUS NOT = "05"
082600         DISPLAY "REMITPAY: UNABLE TO OPEN DEDUCTION-FILE, "
082700             "STATUS = " DED-FILE-STATUS
082800         MOVE SPACES         TO DM-PAYEE
082900         MOVE SPACES         TO DM-EMP-ID
083000         MOVE SPACES         TO DM-DED-CODE
083100         MOVE "DEDUCTION FILE NOT AVAILABLE - NOT PROVED"
083200             TO EXCEPTION-REASON
083300         PERFORM 7000-WRITE-EXCEPTION-LINE
083400             THRU 7000-EXIT
083500         GO TO 5000-EXIT.
083600     MOVE 'N'                TO DED-EOF-SW.
083700     PERFORM 5010-CHECK-ONE-DEDUCTION
083800         THRU 5010-EXIT
083900         UNTIL DED-EOF.
084000     CLOSE DEDUCTION-FILE.
084100     MOVE "DEDUCTIONS PROVED" TO RR-CNT-CAPTION.
084200     MOVE DED-CHECKED-COUNT  TO RR-CNT-COUNT.
084300     WRITE REMIT-REGISTER-RECORD FROM RR-COUNT-LINE
084400         AFTER ADVANCING 2 LINES.
084500     MOVE "DEDUCTION PAYEE EXCEPTIONS" TO RR-CNT-CAPTION.
084600     MOVE DED-EXCEPTION-COUNT TO RR-CNT-COUNT.
084700     WRITE REMIT-REGISTER-RECORD FROM RR-COUNT-LINE
084800         AFTER ADVANCING 1 LINE.
084900 5000-EXIT.
085000     EXIT.
085100
085200 5010-CHECK-ONE-DEDUCTION.
085300******************************************************************
085400*    READ ONE DEDUCTION AND PROVE ITS PAYEE.  STOPPED DEDUCTIONS
085500*    TAKE NOTHING AND ARE PASSED OVER.
085600******************************************************************
085700     READ DEDUCTION-FILE
085800         AT END
085900             MOVE 'Y'        TO DED-EOF-SW
086000             GO TO 5010-EXIT
086100     END-READ.
086200     IF DM-STOPPED
086300         GO TO 5010-EXIT.
086400     ADD 1                   TO DED-CHECKED-COUNT.
086500     IF DM-PAYEE = SPACES
086600         MOVE "DEDUCTION HAS NO PAYEE CODE" TO EXCEPTION-REASON
086700         PERFORM 7000-WRITE-EXCEPTION-LINE
086800             THRU 7000-EXIT
086900         GO TO 5010-EXIT.
087000     MOVE 'N'                TO RECORD-FOUND-SW.
087100     MOVE DM-PAYEE           TO PY-PAYEE-CODE.
087200     READ PAYEE-MASTER-FILE
087300         INVALID KEY
087400             CONTINUE
087500         NOT INVALID KEY
087600             MOVE 'Y'        TO RECORD-FOUND-SW
087700     END-READ.
087800     IF PYE-FILE-STATUS NOT = "00"
087900             AND PYE-FILE-STATUS NOT = "23"
088000         MOVE "PAYEE READ FAILED" TO EXCEPTION-REASON
088100         PERFORM 7000-WRITE-EXCEPTION-LINE
088200             THRU 7000-EXIT
088300         GO TO 5010-EXIT.
088400     IF NOT RECORD-FOUND
088500         MOVE "DEDUCTION PAYEE NOT ON PAYEE MASTER"
088600             TO EXCEPTION-REASON
088700         PERFORM 7000-WRITE-EXCEPTION-LINE
088800             THRU 7000-EXIT
088900     END-IF.
089000 5010-EXIT.
089100     EXIT.
089200
089300 7000-WRITE-EXCEPTION-LINE.
089400******************************************************************
089500*    LIST ONE DEDUCTION PAYEE EXCEPTION AND COUNT IT
089600******************************************************************
089700     MOVE DM-PAYEE           TO RR-EXC-PAYEE.
089800     MOVE DM-EMP-ID          TO RR-EXC-EMP-ID.
089900     MOVE DM-DED-CODE        TO RR-EXC-DED-CODE.
090000     MOVE EXCEPTION-REASON   TO RR-EXC-REASON.
090100     WRITE REMIT-REGISTER-RECORD FROM RR-EXCEPTION-LINE
090200         AFTER ADVANCING 1 LINE.
090300     ADD 1                   TO DED-EXCEPTION-COUNT.
090400 7000-EXIT.
090500     EXIT.
090600
090700 8000-REWRITE-ACTIVITY-FILES.
090800******************************************************************
090900*    RETIRE THE ACTIVITY POSTED THIS RUN BY WRITING EACH
091000*    REMITTANCE FILE BACK WITH ONLY ITS HELD ITEMS, FLAGGED
091100*    CARRIED FORWARD - AN EMPTY FILE WHEN EVERYTHING POSTED.
091200*    THE PAY RUNS EXTEND THE FILES FROM THERE.  A FILE THAT
091300*    CANNOT BE REWRITTEN STILL HOLDS ITEMS ALREADY POSTED, SO
091400*    THE RUN IS MARKED ABORTED FOR OPERATIONS TO CLEAR IT BY
091500*    HAND BEFORE THE NEXT REMITTANCE RUN.
091600******************************************************************
091700     OPEN OUTPUT REMITTANCE-FILE.
091800     IF REM-FILE-STATUS NOT = "00" AND REM-FILE-STATUS NOT = "05"
091900         DISPLAY "REMITPAY: UNABLE TO REWRITE REMITTANCE-FILE, "
092000             "STATUS = " REM-FILE-STATUS
092100         MOVE 'Y' TO RUN-ABORT-SW
092200     ELSE
092300         MOVE 'P'            TO LOAD-SOURCE
092400         PERFORM 8010-WRITE-HELD-PAY-RUN-ITEM
092500             THRU 8010-EXIT
092600             VARYING ACT-SUB FROM 1 BY 1
092700             UNTIL ACT-SUB > ACT-ENTRY-COUNT
092800         CLOSE REMITTANCE-FILE
092900     END-IF.
093000     OPEN OUTPUT OC-REMITTANCE-FILE.
093100     IF OCR-FILE-STATUS NOT = "00" AND OCR-FILE-STATUS NOT = "05"
093200         DISPLAY "REMITPAY: UNABLE TO REWRITE OC-REMITTANCE-"
093300             "FILE, STATUS = " OCR-FILE-STATUS
093400         MOVE 'Y' TO RUN-ABORT-SW
093500     ELSE
093600         PERFORM 8020-WRITE-HELD-OFFCYCLE-ITEM
093700             THRU 8020-EXIT
093800             VARYING ACT-SUB FROM 1 BY 1
093900             UNTIL ACT-SUB > ACT-ENTRY-COUNT
094000         CLOSE OC-REMITTANCE-FILE
094100     END-IF.
094200 8000-EXIT.
094300     EXIT.
094400
094500 8010-WRITE-HELD-PAY-RUN-ITEM.
094600******************************************************************
094700*    WRITE ONE HELD PAY RUN ITEM BACK TO REMIT
094800******************************************************************
094900     IF RA-POSTED (ACT-SUB) OR NOT RA-FROM-PAY-RUN (ACT-SUB)
095000         GO TO 8010-EXIT.
095100     PERFORM 8030-BUILD-REMIT-RECORD
095200         THRU 8030-EXIT.
095300     WRITE REMITTANCE-FILE-RECORD FROM REMITTANCE-RECORD.
095400 8010-EXIT.
095500     EXIT.
095600
095700 8020-WRITE-HELD-OFFCYCLE-ITEM.
095800******************************************************************
095900*    WRITE ONE HELD OFF-CYCLE ITEM BACK TO OCREMIT
096000******************************************************************
096100     IF RA-POSTED (ACT-SUB) OR NOT RA-FROM-OFFCYCLE (ACT-SUB)
096200         GO TO 8020-EXIT.
096300     PERFORM 8030-BUILD-REMIT-RECORD
096400         THRU 8030-EXIT.
096500     WRITE OC-REMITTANCE-FILE-RECORD FROM REMITTANCE-RECORD.
096600 8020-EXIT.
096700     EXIT.
096800
096900 8030-BUILD-REMIT-RECORD.
097000******************************************************************
097100*    BUILD A REMITTANCE RECORD FROM THE ACTIVITY ENTRY AT
097200*    ACT-SUB, FLAGGED CARRIED FORWARD
097300******************************************************************
097400     MOVE RA-PAYEE (ACT-SUB)       TO RM-PAYEE.
097500     MOVE RA-EMP-ID (ACT-SUB)      TO RM-EMP-ID.
097600     MOVE RA-DED-CODE (ACT-SUB)    TO RM-DED-CODE.
097700     MOVE RA-DESCRIPTION (ACT-SUB) TO RM-DESCRIPTION.
097800     MOVE RA-PERIOD-END (ACT-SUB)  TO RM-PERIOD-END.
097900     MOVE RA-AMOUNT (ACT-SUB)      TO RM-AMOUNT.
098000     MOVE RA-GL-ACCOUNT (ACT-SUB)  TO RM-GL-ACCOUNT.
098100     MOVE 'Y'                      TO RM-CARRIED-SW.
098200 8030-EXIT.
098300     EXIT.
098400
098500 9000-FINALIZE.
098600******************************************************************
098700*    RETIRE THE ACTIVITY POSTED, WRITE THE OPERATIONS CONTROL
098800*    REPORT, CLOSE FILES AND SET THE RETURN CODE THE SCHEDULER
098900*    ACTS ON - 0 CLEAN, 4 ITEMS HELD, A PAYEE NET NEGATIVE, A
099000*    MASTER REWRITE FAILED OR A DEDUCTION PAYEE EXCEPTION, 8
099100*    ABORTED.  A RUN ABORTED AT THE START POSTED NOTHING AND
099200*    LEAVES THE ACTIVITY FILES AS IT FOUND THEM.
099300******************************************************************
099400     IF NOT RUN-ABORTED
099500         PERFORM 8000-REWRITE-ACTIVITY-FILES
099600             THRU 8000-EXIT
099700     END-IF.
099800     PERFORM 9600-WRITE-CONTROL-REPORT
099900         THRU 9600-EXIT.
100000     CLOSE PAYEE-MASTER-FILE.
100100     CLOSE AP-VOUCHER-FILE.
100200     CLOSE REMIT-REGISTER.
100300     CLOSE OPS-CONTROL-REPORT.
100400     IF RUN-ABORTED
100500         MOVE 8              TO RETURN-CODE
100600     ELSE
100700         IF HELD-COUNT > ZERO OR NEGATIVE-COUNT > ZERO
100800                 OR REWRITE-FAIL-COUNT > ZERO
100900                 OR DED-EXCEPTION-COUNT > ZERO
101000             MOVE 4          TO RETURN-CODE
101100         ELSE
101200             MOVE 0          TO RETURN-CODE
101300         END-IF
101400     END-IF.
101500 9000-EXIT.
101600     EXIT.
101700
101800 9600-WRITE-CONTROL-REPORT.
101900******************************************************************
102000*    WRITE THE ONE-PAGE OPERATIONS CONTROL REPORT - RUN STATUS,
102100*    THE ACTIVITY TAKEN IN, POSTED AND HELD, AND THE VOUCHERS
102200*    RELEASED TO ACCOUNTS PAYABLE
102300******************************************************************
102400     IF OPS-FILE-STATUS NOT = "00"
102500         GO TO 9600-EXIT.
102600     MOVE "REMITPAY"            TO OPS-TITLE-PROGRAM.
102700     WRITE OPS-CONTROL-RECORD FROM OPS-TITLE-LINE
102800         AFTER ADVANCING 1 LINE.
102900     IF RUN-ABORTED
103000         MOVE "ABORTED - SEE THE JOB LOG"
103100             TO OPS-STATUS
103200     ELSE
103300         IF HELD-COUNT > ZERO OR NEGATIVE-COUNT > ZERO
103400                 OR REWRITE-FAIL-COUNT > ZERO
103500                 OR DED-EXCEPTION-COUNT > ZERO
103600             MOVE "COMPLETE - EXCEPTIONS ON THE REGISTER"
103700                 TO OPS-STATUS
103800         ELSE
103900             MOVE "COMPLETE - CLEAN" TO OPS-STATUS
104000         END-IF
104100     END-IF.
104200     WRITE OPS-CONTROL-RECORD FROM OPS-STATUS-LINE
104300         AFTER ADVANCING 2 LINES.
104400     IF RMC-RUN-DATE NOT NUMERIC
104500         GO TO 9600-EXIT.
104600     MOVE RMC-RUN-DATE          TO RUN-DATE-EDIT.
104700     MOVE "RUN DATE"            TO OPS-TXT-CAPTION.
104800     MOVE RUN-DATE-EDIT         TO OPS-TXT-VALUE.
104900     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
105000         AFTER ADVANCING 2 LINES.
105100     MOVE "PAY RUN ITEMS READ"  TO OPS-CNT-CAPTION.
105200     MOVE PAY-RUN-ITEM-COUNT    TO OPS-CNT-VALUE.
105300     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
105400         AFTER ADVANCING 2 LINES.
105500     MOVE "OFF-CYCLE ITEMS READ" TO OPS-CNT-CAPTION.
105600     MOVE OFFCYCLE-ITEM-COUNT   TO OPS-CNT-VALUE.
105700     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
105800         AFTER ADVANCING 1 LINE.
105900     MOVE "ITEMS HELD FROM EARLIER RUNS" TO OPS-CNT-CAPTION.
106000     MOVE CARRIED-IN-COUNT      TO OPS-CNT-VALUE.
106100     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
106200         AFTER ADVANCING 1 LINE.
106300     MOVE "ITEMS POSTED"        TO OPS-CNT-CAPTION.
106400     MOVE POSTED-COUNT          TO OPS-CNT-VALUE.
106500     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
106600         AFTER ADVANCING 1 LINE.
106700     MOVE "ITEMS HELD"          TO OPS-CNT-CAPTION.
106800     MOVE HELD-COUNT            TO OPS-CNT-VALUE.
106900     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
107000         AFTER ADVANCING 1 LINE.
107100     MOVE "NEW ACTIVITY - TIES TO GL CREDITS" TO OPS-AMT-CAPTION.
107200     MOVE NEW-ACTIVITY-TOTAL    TO OPS-AMT-VALUE.
107300     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
107400         AFTER ADVANCING 2 LINES.
107500     MOVE "VOUCHERS WRITTEN"    TO OPS-CNT-CAPTION.
107600     MOVE RELEASED-COUNT        TO OPS-CNT-VALUE.
107700     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
107800         AFTER ADVANCING 2 LINES.
107900     MOVE "RELEASED TO ACCOUNTS PAYABLE" TO OPS-AMT-CAPTION.
108000     MOVE RELEASED-TOTAL        TO OPS-AMT-VALUE.
108100     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
108200         AFTER ADVANCING 1 LINE.
108300     MOVE "PAYEES NOT RELEASED - NET NEGATIVE" TO OPS-CNT-CAPTION.
108400     MOVE NEGATIVE-COUNT        TO OPS-CNT-VALUE.
108500     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
108600         AFTER ADVANCING 1 LINE.
108700     MOVE "PAYEE MASTER REWRITES FAILED" TO OPS-CNT-CAPTION.
108800     MOVE REWRITE-FAIL-COUNT    TO OPS-CNT-VALUE.
108900     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
109000         AFTER ADVANCING 1 LINE.
109100     MOVE "DEDUCTION PAYEE EXCEPTIONS" TO OPS-CNT-CAPTION.
109200     MOVE DED-EXCEPTION-COUNT   TO OPS-CNT-VALUE.
109300     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
109400         AFTER ADVANCING 1 LINE.
109500 9600-EXIT.
109600     EXIT.
