002810*    2026-09-03 RLB   END THE RUN WITH A MEANINGFUL RETURN
002820*                     CODE (0 ALL APPLIED, 4 SOME REJECTED,
002830*                     8 ABORTED) FOR THE SCHEDULER.
002850*    2026-10-15 RLB   THE SHARED AUDIT IMAGE LINE NOW CARRIES THE
002870*                     HOURLY BASE RATE; FILL IT FROM THE MASTER.
002880*    2026-10-15 RLB   EVERY RETURNED PAYMENT ALSO GOES TO THE
002885*                     CHECK REQUEST FILE (CHKREQ) SO CHKMAINT
002890*                     ISSUES THE NUMBERED REPAY CHECK - NO MORE
002895*                     HAND-CUT REPLACEMENT CHECKS.
002896*    2026-10-15 RLB   A SECOND IMAGE LINE UNDER EACH BEFORE AND
002897*                     AFTER IMAGE SHOWS THE PTO POLICY, PAY GROUP
002898*                     AND PAY FREQUENCY.
002899*    2026-10-15 RLB   A NON-NUMERIC BASE RATE SHOWS AS ZERO.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004400     SELECT AUDIT-REPORT    ASSIGN TO ACHAUDIT
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS AUD-FILE-STATUS.
004610     SELECT OPTIONAL CHECK-REQUEST-FILE ASSIGN TO CHKREQ
004620                            ORGANIZATION IS LINE SEQUENTIAL
004630                            FILE STATUS IS CRQ-FILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RETURN-FILE
005300     COPY EMPMAST.
005400 FD  AUDIT-REPORT.
005500 01  AUDIT-REPORT-RECORD     PIC X(132).
005510 FD  CHECK-REQUEST-FILE.
005520     COPY CHKQREC.
005600 WORKING-STORAGE SECTION.
005700******************************************************************
005800*    FILE STATUS AND END-OF-FILE SWITCHES
006000 77  RTN-FILE-STATUS         PIC X(02).
006100 77  EMP-FILE-STATUS         PIC X(02).
006200 77  AUD-FILE-STATUS         PIC X(02).
006250 77  CRQ-FILE-STATUS         PIC X(02).
006300 77  END-OF-FILE-SW          PIC X(01)       VALUE 'N'.
006400     88  END-OF-FILE                         VALUE 'Y'.
006410 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
007500     88  AFTER-IMAGE-HELD                    VALUE 'Y'.
007600 01  BEFORE-IMAGE-HOLD       PIC X(132).
007700 01  AFTER-IMAGE-HOLD        PIC X(132).
007710 01  BEFORE-GROUP-HOLD       PIC X(132).
007720 01  AFTER-GROUP-HOLD        PIC X(132).
007800 77  RETURNS-READ            PIC 9(05)       VALUE ZERO.
007900 77  RETURNS-APPLIED         PIC 9(05)       VALUE ZERO.
008000 77  RETURNS-REJECTED        PIC 9(05)       VALUE ZERO.
011800
011900 1000-INITIALIZE.
012000******************************************************************
012100*    OPEN THE RETURN FILE, AUDIT REPORT, EMPLOYEE MASTER AND
012150*    CHECK REQUEST FILE AND PRIME THE RETURN READ LOOP.  CHECK
012160*    REQUESTS NOT YET ISSUED BY CHKMAINT ARE KEPT - THE FILE
012170*    IS EXTENDED.  THE MASTER MUST ALREADY
012300*    EXIST - A RETURN AGAINST AN EMPTY MASTER IS A JOB SETUP
012400*    ERROR, NOT A REASON TO CREATE ONE.
012500******************************************************************
014200         MOVE 'Y' TO END-OF-FILE-SW
014250         MOVE 'Y' TO RUN-ABORT-SW
014300     END-IF.
014310     OPEN EXTEND CHECK-REQUEST-FILE.
014320     IF CRQ-FILE-STATUS NOT = "00"
014330             AND CRQ-FILE-STATUS NOT = "05"
014340         DISPLAY "ACHRETRN: UNABLE TO OPEN CHECK-REQUEST-FILE, "
014350             "STATUS = " CRQ-FILE-STATUS
014360         MOVE 'Y' TO END-OF-FILE-SW
014370         MOVE 'Y' TO RUN-ABORT-SW
014380     END-IF.
014400     IF NOT END-OF-FILE
014500         PERFORM 2100-READ-RETURN
014600             THRU 2100-EXIT
018000     IF BEFORE-IMAGE-HELD
018100         WRITE AUDIT-REPORT-RECORD FROM BEFORE-IMAGE-HOLD
018200             AFTER ADVANCING 1 LINE
018210         WRITE AUDIT-REPORT-RECORD FROM BEFORE-GROUP-HOLD
018220             AFTER ADVANCING 1 LINE
018300     END-IF.
018400     IF AFTER-IMAGE-HELD
018500         WRITE AUDIT-REPORT-RECORD FROM AFTER-IMAGE-HOLD
018600             AFTER ADVANCING 1 LINE
018610         WRITE AUDIT-REPORT-RECORD FROM AFTER-GROUP-HOLD
018620             AFTER ADVANCING 1 LINE
018700     END-IF.
018800     PERFORM 2100-READ-RETURN
018900         THRU 2100-EXIT.
020700*    A RETURNED PAYMENT OR PRENOTE - MARK THE MASTER'S BANK
020800*    INSTRUCTIONS FAILED SO NOTHING FURTHER GOES TO THE DEAD
020900*    ACCOUNT, AND REPORT THE RETURNED AMOUNT FOR REPAY BY
021000*    CHECK AND REQUEST THE NUMBERED CHECK FROM CHKMAINT.  A
021050*    RETURN WHOSE ROUTING/ACCOUNT NO LONGER MATCH THE MASTER
021100*    (THE INSTRUCTIONS WERE ALREADY CORRECTED) IS STILL
021200*    REPORTED FOR REPAY BUT LEAVES THE NEW INSTRUCTIONS
021300*    ALONE.
021400******************************************************************
021500     MOVE AR-EMP-ID          TO EM-EMP-ID.
031100 6000-WRITE-REPAY-LINE.
031200******************************************************************
031300*    REPORT ONE RETURNED PAYMENT - EMPLOYEE, PERIOD, AMOUNT
031400*    AND THE BANK'S REASON CODE - AND WRITE THE SAME TO THE
031500*    CHECK REQUEST FILE, FROM WHICH CHKMAINT ISSUES THE
031510*    NUMBERED REPAY CHECK AND POSTS IT TO THE CHECK REGISTER,
031520*    POSITIVE PAY AND PAY HISTORY.
031600******************************************************************
031700     MOVE AR-EMP-ID          TO RP-EMP-ID.
031800     MOVE EM-WHO             TO RP-WHO.
032100     MOVE AR-REASON-CODE     TO RP-REASON.
032200     WRITE AUDIT-REPORT-RECORD FROM REPAY-LINE
032300         AFTER ADVANCING 1 LINE.
032310     MOVE AR-EMP-ID          TO CQ-EMP-ID.
032320     MOVE EM-WHO             TO CQ-WHO.
032330     MOVE AR-PERIOD-END      TO CQ-PERIOD-END.
032340     MOVE AR-AMOUNT          TO CQ-AMOUNT.
032350     MOVE AR-REASON-CODE     TO CQ-REASON-CODE.
032360     WRITE CHECK-REQUEST-RECORD.
032400 6000-EXIT.
032500     EXIT.
032600
034400*    CHANGE
034500******************************************************************
034600     MOVE "  BEFORE"         TO EA-IMG-CAPTION.
034610     MOVE "  BEFORE"         TO EA-GRP-CAPTION.
034700     PERFORM 7300-BUILD-RECORD-IMAGE
034800         THRU 7300-EXIT.
034900     MOVE EA-IMAGE-LINE      TO BEFORE-IMAGE-HOLD.
034910     MOVE EA-GROUP-LINE      TO BEFORE-GROUP-HOLD.
035000     MOVE 'Y'                TO BEFORE-IMAGE-SW.
035100 7100-EXIT.
035200     EXIT.
035700*    CHANGE
035800******************************************************************
035900     MOVE "  AFTER "         TO EA-IMG-CAPTION.
035910     MOVE "  AFTER "         TO EA-GRP-CAPTION.
036000     PERFORM 7300-BUILD-RECORD-IMAGE
036100         THRU 7300-EXIT.
036200     MOVE EA-IMAGE-LINE      TO AFTER-IMAGE-HOLD.
036210     MOVE EA-GROUP-LINE      TO AFTER-GROUP-HOLD.
036300     MOVE 'Y'                TO AFTER-IMAGE-SW.
036400 7200-EXIT.
036500     EXIT.
036600
036700 7300-BUILD-RECORD-IMAGE.
036800******************************************************************
036900*    BUILD ONE BEFORE/AFTER IMAGE, AND THE SECOND LINE UNDER
036910*    IT, FROM THE MASTER RECORD AREA, FOR 7100/7200 TO HOLD
037000*    UNTIL THE AUDIT LINE IS OUT
037100******************************************************************
037200     MOVE EM-EMP-ID          TO EA-IMG-EMP-ID.
037300     MOVE EM-WHO             TO EA-IMG-WHO.
037900     MOVE EM-PAY-TYPE        TO EA-IMG-PAY-TYPE.
038000     MOVE EM-SALARY-PER-PERIOD TO EA-IMG-SALARY.
038100     MOVE EM-BANK-STATUS     TO EA-IMG-BANK-STATUS.
038110     IF EM-BASE-RATE NUMERIC
038112         MOVE EM-BASE-RATE   TO EA-IMG-BASE-RATE
038114     ELSE
038116         MOVE ZERO           TO EA-IMG-BASE-RATE
038118     END-IF.
038120     MOVE EM-EMP-ID          TO EA-GRP-EMP-ID.
038130     MOVE EM-PTO-POLICY      TO EA-GRP-PTO-POLICY.
038140     MOVE EM-PAY-GROUP       TO EA-GRP-PAY-GROUP.
038150     MOVE EM-PAY-FREQUENCY   TO EA-GRP-PAY-FREQUENCY.
038200 7300-EXIT.
038300     EXIT.
038400
039200     CLOSE RETURN-FILE.
039300     CLOSE EMPLOYEE-MASTER.
039400     CLOSE AUDIT-REPORT.
039405     CLOSE CHECK-REQUEST-FILE.
039410     IF RUN-ABORTED
039420         MOVE 8              TO RETURN-CODE
039430     ELSE
