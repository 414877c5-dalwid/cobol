000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                CHKMAINT.
000300 AUTHOR.                    R L BENNETT.
000400 INSTALLATION.              PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700******************************************************************
000800*    CHKMAINT - PAPER CHECK MAINTENANCE AND OUTSTANDING CHECKS
000900*------------------------------------------------------------------
001000*    THE ONLY PROGRAM THAT CHANGES A PAPER CHECK AFTER THE PAY
001100*    RUN ISSUED IT.  READS A TRANSACTION FILE OF VOD / RIS /
001200*    CLR / STK REQUESTS AGAINST THE CHECK REGISTER (CHKREG):
001300*    A VOID STOPS AN OUTSTANDING CHECK AND SENDS THE BANK A
001400*    VOID ITEM ON THE POSITIVE PAY FILE SO IT WILL NOT BE
001500*    HONORED; A REISSUE VOIDS IT THE SAME WAY AND ISSUES A
001600*    REPLACEMENT FOR THE SAME AMOUNT UNDER THE NEXT NUMBER ON
001700*    THE CHECK STOCK, MOVING THE PAY HISTORY RECORD'S CHECK
001800*    NUMBER TO THE NEW CHECK; A CLEAR MARKS A CHECK THE BANK
001900*    HAS PAID; A STOCK LOAD SETS THE NUMBER RANGE OF A NEW BOX
002000*    OF CHECKS.  IT THEN ISSUES A PAPER CHECK FOR EVERY DIRECT
002100*    DEPOSIT ACHRETRN FOUND RETURNED BY THE BANK (CHKREQ),
002200*    STAMPING THE NUMBER ON THE PAY HISTORY RECORD THE DEPOSIT
002300*    PAID, AND FINISHES WITH THE LISTING OF EVERY CHECK STILL
002400*    OUTSTANDING.  THE RUN DATE ON THE CONTROL CARD IS THE
002500*    ISSUE DATE OF EVERY CHECK IT WRITES AND THE DATE OF EVERY
002600*    VOID AND CLEAR.  EVERY TRANSACTION AND REPAY IS AUDITED,
002700*    WITH BEFORE AND AFTER IMAGES OF WHAT IT CHANGED.
002800*------------------------------------------------------------------
002900*    MODIFICATION HISTORY
003000*    DATE       INIT  DESCRIPTION
003100*    ---------- ----  ------------------------------------------
003200*    2026-10-15 RLB   ORIGINAL PROGRAM - CHECK VOID / REISSUE /
003300*                     CLEAR / STOCK MAINTENANCE, RETURNED DEPOSIT
003400*                     REPAY CHECKS, POSITIVE PAY VOIDS,
003500*                     OUTSTANDING CHECK LISTING, OPERATIONS
003600*                     CONTROL REPORT AND RETURN CODE (0 CLEAN,
003700*                     4 SOME REJECTED OR HELD, 8 ABORTED).
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.           IBM-370.
004200 OBJECT-COMPUTER.           IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CONTROL-FILE    ASSIGN TO CHKCTL
004600                            ORGANIZATION IS LINE SEQUENTIAL
004700                            FILE STATUS IS CTL-FILE-STATUS.
004800     SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO CHKTRAN
004900                            ORGANIZATION IS LINE SEQUENTIAL
005000                            FILE STATUS IS TRN-FILE-STATUS.
005100     SELECT OPTIONAL CHECK-REQUEST-FILE ASSIGN TO CHKREQ
005200                            ORGANIZATION IS LINE SEQUENTIAL
005300                            FILE STATUS IS CRQ-FILE-STATUS.
005400     SELECT CHECK-REGISTER-FILE ASSIGN TO CHKREG
005500                            ORGANIZATION IS INDEXED
005600                            ACCESS MODE IS DYNAMIC
005700                            RECORD KEY IS CR-CHECK-NUMBER
005800                            FILE STATUS IS CRG-FILE-STATUS.
005900     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
006000                            ORGANIZATION IS INDEXED
006100                            ACCESS MODE IS DYNAMIC
006200                            RECORD KEY IS PH-KEY
006300                            FILE STATUS IS PHS-FILE-STATUS.
006400     SELECT OPTIONAL CHECK-STOCK-FILE ASSIGN TO CHKSTOCK
006500                            ORGANIZATION IS LINE SEQUENTIAL
006600                            FILE STATUS IS STK-FILE-STATUS.
006700     SELECT OPTIONAL CHECK-PRINT-FILE ASSIGN TO CHKPRINT
006800                            ORGANIZATION IS LINE SEQUENTIAL
006900                            FILE STATUS IS CPR-FILE-STATUS.
007000     SELECT OPTIONAL POSITIVE-PAY-FILE ASSIGN TO POSPAY
007100                            ORGANIZATION IS LINE SEQUENTIAL
007200                            FILE STATUS IS PPY-FILE-STATUS.
007300     SELECT AUDIT-REPORT    ASSIGN TO CHKAUDIT
007400                            ORGANIZATION IS LINE SEQUENTIAL
007500                            FILE STATUS IS AUD-FILE-STATUS.
007600     SELECT OUTSTANDING-REPORT ASSIGN TO CHKLIST
007700                            ORGANIZATION IS LINE SEQUENTIAL
007800                            FILE STATUS IS LST-FILE-STATUS.
007900     SELECT OPS-CONTROL-REPORT ASSIGN TO CHKOPSR
008000                            ORGANIZATION IS LINE SEQUENTIAL
008100                            FILE STATUS IS OPS-FILE-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CONTROL-FILE
008500     RECORDING MODE IS F.
008600     COPY CHKCTL.
008700 FD  TRANSACTION-FILE
008800     RECORDING MODE IS F.
008900     COPY CHKTREC.
009000 FD  CHECK-REQUEST-FILE.
009100     COPY CHKQREC.
009200 FD  CHECK-REGISTER-FILE.
009300     COPY CHKRREC.
009400 FD  PAY-HISTORY-FILE.
009500     COPY PAYHREC.
009600 FD  CHECK-STOCK-FILE.
009700     COPY CHKSTK.
009800 FD  CHECK-PRINT-FILE.
009900     COPY CHKPREC.
010000 FD  POSITIVE-PAY-FILE.
010100 01  POSITIVE-PAY-RECORD     PIC X(54).
010200 FD  AUDIT-REPORT.
010300 01  AUDIT-REPORT-RECORD     PIC X(132).
010400 FD  OUTSTANDING-REPORT.
010500 01  OUTSTANDING-REPORT-RECORD PIC X(132).
010600 FD  OPS-CONTROL-REPORT.
010700 01  OPS-CONTROL-RECORD      PIC X(80).
010800 WORKING-STORAGE SECTION.
010900******************************************************************
011000*    FILE STATUS AND END-OF-FILE SWITCHES
011100******************************************************************
011200 77  CTL-FILE-STATUS         PIC X(02).
011300 77  TRN-FILE-STATUS         PIC X(02).
011400 77  CRQ-FILE-STATUS         PIC X(02).
011500 77  CRG-FILE-STATUS         PIC X(02).
011600 77  PHS-FILE-STATUS         PIC X(02).
011700 77  STK-FILE-STATUS         PIC X(02).
011800 77  CPR-FILE-STATUS         PIC X(02).
011900 77  PPY-FILE-STATUS         PIC X(02).
012000 77  AUD-FILE-STATUS         PIC X(02).
012100 77  LST-FILE-STATUS         PIC X(02).
012200 77  OPS-FILE-STATUS         PIC X(02).
012300 77  END-OF-FILE-SW          PIC X(01)       VALUE 'N'.
012400     88  END-OF-FILE                         VALUE 'Y'.
012500 77  REQUEST-EOF-SW          PIC X(01)       VALUE 'N'.
012600     88  REQUEST-EOF                         VALUE 'Y'.
012700 77  REGISTER-EOF-SW         PIC X(01)       VALUE 'N'.
012800     88  REGISTER-EOF                        VALUE 'Y'.
012900 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
013000     88  RUN-ABORTED                         VALUE 'Y'.
013100 77  RECORD-FOUND-SW         PIC X(01)       VALUE 'N'.
013200     88  RECORD-FOUND                        VALUE 'Y'.
013300 77  HISTORY-OPEN-SW         PIC X(01)       VALUE 'N'.
013400     88  HISTORY-OPEN                        VALUE 'Y'.
013500 77  HISTORY-MATCH-SW        PIC X(01)       VALUE 'N'.
013600     88  HISTORY-MATCHED                     VALUE 'Y'.
013700 77  CHECK-STOCK-SW          PIC X(01)       VALUE 'N'.
013800     88  CHECK-STOCK-LOADED                  VALUE 'Y'.
013900 77  NUMBER-TAKEN-SW         PIC X(01)       VALUE 'N'.
014000     88  NUMBER-TAKEN                        VALUE 'Y'.
014100******************************************************************
014200*    TRANSACTION EDIT WORK FIELDS
014300******************************************************************
014400 77  RUN-DATE                PIC 9(08)       VALUE ZERO.
014500 77  AUDIT-STATUS            PIC X(08).
014600 77  AUDIT-REASON            PIC X(30).
014700 77  BEFORE-IMAGE-SW         PIC X(01)       VALUE 'N'.
014800     88  BEFORE-IMAGE-HELD                   VALUE 'Y'.
014900 77  AFTER-IMAGE-SW          PIC X(01)       VALUE 'N'.
015000     88  AFTER-IMAGE-HELD                    VALUE 'Y'.
015100 01  BEFORE-IMAGE-HOLD       PIC X(132).
015200 01  AFTER-IMAGE-HOLD        PIC X(132).
015300 77  TRANS-READ-COUNT        PIC 9(05)       VALUE ZERO.
015400 77  TRANS-ACCEPTED-COUNT    PIC 9(05)       VALUE ZERO.
015500 77  TRANS-REJECTED-COUNT    PIC 9(05)       VALUE ZERO.
015600******************************************************************
015700*    CHECK STOCK AND THE CHECK BEING ISSUED.  5100 TAKES THE
015800*    NEXT NUMBER; THE ISSUE FIELDS ARE LOADED BEFORE 5200 IS
015900*    PERFORMED, FROM THE VOIDED CHECK OR THE REPAY REQUEST.
016000******************************************************************
016100 77  STOCK-NEXT-NUMBER       PIC 9(08)       VALUE ZERO.
016200 77  STOCK-LAST-NUMBER       PIC 9(08)       VALUE ZERO.
016300 77  NEW-CHECK-NUMBER        PIC 9(08)       VALUE ZERO.
016400 77  OLD-CHECK-NUMBER        PIC 9(08)       VALUE ZERO.
016500 77  ISSUE-EMP-ID            PIC X(06).
016600 77  ISSUE-PAYEE             PIC X(15).
016700 77  ISSUE-AMOUNT            PIC 9(07)V99.
016800 77  ISSUE-PERIOD-END        PIC 9(08).
016900 77  ISSUE-PH-SEQUENCE       PIC 9(02).
017000 77  ISSUE-SOURCE            PIC X(03).
017100 77  ISSUE-REPLACES          PIC 9(08).
017200 77  HIST-SEQ                PIC 9(03).
017300******************************************************************
017400*    RETURNED DEPOSIT REPAY REQUESTS, LOADED FROM CHKREQ.  A
017500*    REQUEST THAT CANNOT BE ISSUED THIS RUN IS WRITTEN BACK TO
017600*    THE FILE AT END OF RUN FOR THE NEXT ONE.
017700******************************************************************
017800 77  REQ-TABLE-MAX           PIC 9(04)  COMP VALUE 500.
017900 77  REQ-ENTRY-COUNT         PIC 9(04)  COMP VALUE ZERO.
018000 77  REQ-SUB                 PIC 9(04)  COMP.
018100 01  REQUEST-TABLE.
018200     05  QE-ENTRY            OCCURS 500 TIMES.
018300         10  QE-EMP-ID       PIC X(06).
018400         10  QE-WHO          PIC X(15).
018500         10  QE-PERIOD-END   PIC 9(08).
018600         10  QE-AMOUNT       PIC 9(07)V99.
018700         10  QE-REASON-CODE  PIC X(03).
018800         10  QE-ISSUED-SW    PIC X(01).
018900             88  QE-ISSUED                   VALUE 'Y'.
019000******************************************************************
019100*    RUN COUNTS AND CONTROL TOTALS
019200******************************************************************
019300 77  VOID-COUNT              PIC 9(05)       VALUE ZERO.
019400 77  VOID-TOTAL              PIC 9(09)V99    VALUE ZERO.
019500 77  REISSUE-COUNT           PIC 9(05)       VALUE ZERO.
019600 77  CLEAR-COUNT             PIC 9(05)       VALUE ZERO.
019700 77  REPAY-ISSUED-COUNT      PIC 9(05)       VALUE ZERO.
019800 77  REPAY-HELD-COUNT        PIC 9(05)       VALUE ZERO.
019900 77  CHECK-ISSUED-COUNT      PIC 9(05)       VALUE ZERO.
020000 77  CHECK-ISSUED-TOTAL      PIC 9(09)V99    VALUE ZERO.
020100 77  OUTSTANDING-COUNT       PIC 9(05)       VALUE ZERO.
020200 77  OUTSTANDING-TOTAL       PIC 9(09)V99    VALUE ZERO.
020300******************************************************************
020400*    POSITIVE PAY ITEM AND TRAILER LAYOUTS
020500******************************************************************
020600     COPY POSPREC.
020700******************************************************************
020800*    AUDIT TRAIL AND OUTSTANDING LISTING PRINT LINES.  THE
020900*    BEFORE/AFTER IMAGES ABOVE ARE BUILT AS A CHANGE IS APPLIED
021000*    BUT PRINTED AFTER THE TRANSACTION'S AUDIT LINE SO THE
021100*    TRAIL READS IN ORDER.
021200******************************************************************
021300     COPY CHKAREC.
021400******************************************************************
021500*    PRINT LINES FOR THE OPERATIONS CONTROL REPORT
021600******************************************************************
021700     COPY OPSREC.
021800 PROCEDURE DIVISION.
021900 0000-MAINLINE.
022000******************************************************************
022100*    MAIN CONTROL PARAGRAPH
022200******************************************************************
022300     PERFORM 1000-INITIALIZE
022400         THRU 1000-EXIT.
022500     PERFORM 2000-PROCESS-TRANSACTION
022600         THRU 2000-EXIT
022700         UNTIL END-OF-FILE.
022800     IF NOT RUN-ABORTED
022900         PERFORM 4000-ISSUE-REPAY-CHECK
023000             THRU 4000-EXIT
023100             VARYING REQ-SUB FROM 1 BY 1
023200             UNTIL REQ-SUB > REQ-ENTRY-COUNT
023300         PERFORM 6000-LIST-OUTSTANDING
023400             THRU 6000-EXIT
023500     END-IF.
023600     PERFORM 9000-FINALIZE
023700         THRU 9000-EXIT.
023800     GOBACK.
023900
024000 1000-INITIALIZE.
024100******************************************************************
024200*    OPEN THE REPORTS, READ THE RUN DATE FROM THE CONTROL CARD,
024300*    OPEN THE CHECK REGISTER, PAY HISTORY AND CHECK OUTPUT
024400*    FILES, LOAD THE CHECK STOCK AND THE REPAY REQUESTS, AND
024500*    PRIME THE TRANSACTION READ LOOP.  NO CONTROL CARD, OR A
024600*    REGISTER OR OUTPUT FILE THAT WILL NOT OPEN, STOPS THE RUN.
024700*    THE TRANSACTION AND REQUEST FILES ARE OPTIONAL - A RUN
024800*    WITH NEITHER STILL PRINTS THE OUTSTANDING LISTING.  NO PAY
024900*    HISTORY YET (FIRST-TIME SETUP) ONLY MEANS NO CHECK NUMBER
025000*    CAN BE STAMPED ON IT.
025100******************************************************************
025200     OPEN OUTPUT AUDIT-REPORT.
025300     IF AUD-FILE-STATUS NOT = "00"
025400         DISPLAY "CHKMAINT: UNABLE TO OPEN AUDIT-REPORT, "
025500             "STATUS = " AUD-FILE-STATUS
025600         MOVE 'Y' TO END-OF-FILE-SW
025700         MOVE 'Y' TO RUN-ABORT-SW
025800     END-IF.
025900     OPEN OUTPUT OUTSTANDING-REPORT.
026000     IF LST-FILE-STATUS NOT = "00"
026100         DISPLAY "CHKMAINT: UNABLE TO OPEN OUTSTANDING-REPORT, "
026200             "STATUS = " LST-FILE-STATUS
026300         MOVE 'Y' TO END-OF-FILE-SW
026400         MOVE 'Y' TO RUN-ABORT-SW
026500     END-IF.
026600     OPEN OUTPUT OPS-CONTROL-REPORT.
026700     IF OPS-FILE-STATUS NOT = "00"
026800         DISPLAY "CHKMAINT: UNABLE TO OPEN OPS-CONTROL-REPORT, "
026900             "STATUS = " OPS-FILE-STATUS
027000         MOVE 'Y' TO END-OF-FILE-SW
027100         MOVE 'Y' TO RUN-ABORT-SW
027200     END-IF.
027300     PERFORM 1100-READ-CONTROL-CARD
027400         THRU 1100-EXIT.
027500     IF RUN-ABORTED
027600         GO TO 1000-EXIT.
027700     OPEN I-O CHECK-REGISTER-FILE.
027800     IF CRG-FILE-STATUS = "35"
027900         OPEN OUTPUT CHECK-REGISTER-FILE
028000         CLOSE CHECK-REGISTER-FILE
028100         OPEN I-O CHECK-REGISTER-FILE
028200     END-IF.
028300     IF CRG-FILE-STATUS NOT = "00"
028400         DISPLAY "CHKMAINT: UNABLE TO OPEN CHECK-REGISTER-FILE, "
028500             "STATUS = " CRG-FILE-STATUS
028600         MOVE 'Y' TO END-OF-FILE-SW
028700         MOVE 'Y' TO RUN-ABORT-SW
028800         GO TO 1000-EXIT.
028900     OPEN I-O PAY-HISTORY-FILE.
029000     IF PHS-FILE-STATUS = "00"
029100         MOVE 'Y' TO HISTORY-OPEN-SW
029200     ELSE
029300         IF PHS-FILE-STATUS NOT = "35"
029400             DISPLAY "CHKMAINT: UNABLE TO OPEN PAY-HISTORY-FILE, "
029500                 "STATUS = " PHS-FILE-STATUS
029600             MOVE 'Y' TO END-OF-FILE-SW
029700             MOVE 'Y' TO RUN-ABORT-SW
029800             GO TO 1000-EXIT
029900         END-IF
030000     END-IF.
030100     OPEN EXTEND CHECK-PRINT-FILE.
030200     IF CPR-FILE-STATUS NOT = "00"
030300             AND CPR-FILE-STATUS NOT = "05"
030400         DISPLAY "CHKMAINT: UNABLE TO OPEN CHECK-PRINT-FILE, "
030500             "STATUS = " CPR-FILE-STATUS
030600         MOVE 'Y' TO END-OF-FILE-SW
030700         MOVE 'Y' TO RUN-ABORT-SW
030800         GO TO 1000-EXIT.
030900     OPEN EXTEND POSITIVE-PAY-FILE.
031000     IF PPY-FILE-STATUS NOT = "00"
031100             AND PPY-FILE-STATUS NOT = "05"
031200         DISPLAY "CHKMAINT: UNABLE TO OPEN POSITIVE-PAY-FILE, "
031300             "STATUS = " PPY-FILE-STATUS
031400         MOVE 'Y' TO END-OF-FILE-SW
031500         MOVE 'Y' TO RUN-ABORT-SW
031600         GO TO 1000-EXIT.
031700     PERFORM 1200-LOAD-CHECK-STOCK
031800         THRU 1200-EXIT.
031900     PERFORM 1300-LOAD-REQUEST-TABLE
032000         THRU 1300-EXIT.
032100     IF RUN-ABORTED
032200         GO TO 1000-EXIT.
032300     OPEN INPUT TRANSACTION-FILE.
032400     IF TRN-FILE-STATUS NOT = "00" AND TRN-FILE-STATUS NOT = "05"
032500         DISPLAY "CHKMAINT: UNABLE TO OPEN TRANSACTION-FILE, "
032600             "STATUS = " TRN-FILE-STATUS
032700         MOVE 'Y' TO END-OF-FILE-SW
032800         MOVE 'Y' TO RUN-ABORT-SW
032900         GO TO 1000-EXIT.
033000     PERFORM 2100-READ-TRANSACTION
033100         THRU 2100-EXIT.
033200 1000-EXIT.
033300     EXIT.
033400
033500 1100-READ-CONTROL-CARD.
033600******************************************************************
033700*    THE CONTROL CARD CARRIES THE RUN DATE - THE ISSUE DATE OF
033800*    EVERY CHECK THIS RUN WRITES AND THE DATE RECORDED FOR
033900*    EVERY VOID AND CLEAR.  IT IS REQUIRED: THE BANK MATCHES
034000*    POSITIVE PAY ITEMS ON THE ISSUE DATE.
034100******************************************************************
034200     OPEN INPUT CONTROL-FILE.
034300     IF CTL-FILE-STATUS NOT = "00"
034400         DISPLAY "CHKMAINT: UNABLE TO OPEN CONTROL-FILE, "
034500             "STATUS = " CTL-FILE-STATUS
034600         MOVE 'Y' TO END-OF-FILE-SW
034700         MOVE 'Y' TO RUN-ABORT-SW
034800         GO TO 1100-EXIT.
034900     READ CONTROL-FILE
035000         AT END
035100             DISPLAY "CHKMAINT: CONTROL-FILE IS EMPTY"
035200             MOVE 'Y' TO END-OF-FILE-SW
035300             MOVE 'Y' TO RUN-ABORT-SW
035400     END-READ.
035500     CLOSE CONTROL-FILE.
035600     IF RUN-ABORTED
035700         GO TO 1100-EXIT.
035800     IF CK-RUN-DATE NOT NUMERIC OR CK-RUN-DATE = ZERO
035900         DISPLAY "CHKMAINT: INVALID RUN DATE " CK-RUN-DATE
036000         MOVE 'Y' TO END-OF-FILE-SW
036100         MOVE 'Y' TO RUN-ABORT-SW
036200         GO TO 1100-EXIT.
036300     MOVE CK-RUN-DATE        TO RUN-DATE.
036400 1100-EXIT.
036500     EXIT.
036600
036700 1200-LOAD-CHECK-STOCK.
036800******************************************************************
036900*    LOAD THE CHECK STOCK CONTROL RECORD - THE NEXT CHECK NUMBER
037000*    ON HAND AND THE LAST NUMBER IN THE STOCK.  NO STOCK FILE IS
037100*    NOT AN ERROR: ONLY A REISSUE OR A REPAY NEEDS A NUMBER, AND
037200*    A "STK" TRANSACTION IN THIS RUN MAY LOAD THE FIRST BOX.
037300******************************************************************
037400     MOVE 'N' TO CHECK-STOCK-SW.
037500     OPEN INPUT CHECK-STOCK-FILE.
037600     IF STK-FILE-STATUS = "00"
037700         READ CHECK-STOCK-FILE
037800             AT END
037900                 CONTINUE
038000             NOT AT END
038100                 MOVE CS-NEXT-CHECK-NUMBER TO STOCK-NEXT-NUMBER
038200                 MOVE CS-LAST-CHECK-NUMBER TO STOCK-LAST-NUMBER
038300                 MOVE 'Y' TO CHECK-STOCK-SW
038400         END-READ
038500         CLOSE CHECK-STOCK-FILE
038600     END-IF.
038700 1200-EXIT.
038800     EXIT.
038900
039000 1300-LOAD-REQUEST-TABLE.
039100******************************************************************
039200*    LOAD THE RETURNED DEPOSIT REPAY REQUESTS INTO THE TABLE.
039300*    THE FILE IS OPTIONAL - MOST RUNS HAVE NO RETURNS.  MORE
039400*    REQUESTS THAN THE TABLE HOLDS ABORTS THE RUN RATHER THAN
039500*    SILENTLY DROPPING ONE WHEN THE FILE IS WRITTEN BACK.
039600******************************************************************
039700     OPEN INPUT CHECK-REQUEST-FILE.
039800     IF CRQ-FILE-STATUS NOT = "00" AND CRQ-FILE-STATUS NOT = "05"
039900         DISPLAY "CHKMAINT: UNABLE TO OPEN CHECK-REQUEST-FILE, "
040000             "STATUS = " CRQ-FILE-STATUS
040100         MOVE 'Y' TO END-OF-FILE-SW
040200         MOVE 'Y' TO RUN-ABORT-SW
040300         GO TO 1300-EXIT.
040400     MOVE 'N'                TO REQUEST-EOF-SW.
040500     PERFORM 1310-LOAD-REQUEST-ENTRY
040600         THRU 1310-EXIT
040700         UNTIL REQUEST-EOF.
040800     CLOSE CHECK-REQUEST-FILE.
040900 1300-EXIT.
041000     EXIT.
041100
041200 1310-LOAD-REQUEST-ENTRY.
041300******************************************************************
041400*    READ AND STORE ONE REPAY REQUEST
041500******************************************************************
041600     READ CHECK-REQUEST-FILE
041700         AT END
041800             MOVE 'Y' TO REQUEST-EOF-SW
041900         NOT AT END
042000             IF REQ-ENTRY-COUNT >= REQ-TABLE-MAX
042100                 DISPLAY "CHKMAINT: CHECK REQUEST FILE EXCEEDS "
042200                     "TABLE LIMIT OF " REQ-TABLE-MAX
042300                 MOVE 'Y' TO REQUEST-EOF-SW
042400                 MOVE 'Y' TO END-OF-FILE-SW
042500                 MOVE 'Y' TO RUN-ABORT-SW
042600             ELSE
042700                 ADD 1 TO REQ-ENTRY-COUNT
042800                 MOVE CQ-EMP-ID
042900                     TO QE-EMP-ID (REQ-ENTRY-COUNT)
043000                 MOVE CQ-WHO
043100                     TO QE-WHO (REQ-ENTRY-COUNT)
043200                 MOVE CQ-PERIOD-END
043300                     TO QE-PERIOD-END (REQ-ENTRY-COUNT)
043400                 MOVE CQ-AMOUNT
043500                     TO QE-AMOUNT (REQ-ENTRY-COUNT)
043600                 MOVE CQ-REASON-CODE
043700                     TO QE-REASON-CODE (REQ-ENTRY-COUNT)
043800                 MOVE 'N'
043900                     TO QE-ISSUED-SW (REQ-ENTRY-COUNT)
044000             END-IF
044100     END-READ.
044200 1310-EXIT.
044300     EXIT.
044400
044500 2000-PROCESS-TRANSACTION.
044600******************************************************************
044700*    APPLY ONE CHECK MAINTENANCE TRANSACTION, WRITE ITS AUDIT
044800*    LINE AND IMAGES, THEN READ THE NEXT TRANSACTION.
044900******************************************************************
045000     ADD 1                   TO TRANS-READ-COUNT.
045100     MOVE "ACCEPTED"         TO AUDIT-STATUS.
045200     MOVE SPACES             TO AUDIT-REASON.
045300     MOVE 'N'                TO BEFORE-IMAGE-SW.
045400     MOVE 'N'                TO AFTER-IMAGE-SW.
045500     MOVE ZERO               TO NEW-CHECK-NUMBER.
045600     MOVE SPACES             TO CA-AUD-EMP-ID.
045700     IF CT-VOID
045800         PERFORM 3000-VOID-CHECK
045900             THRU 3000-EXIT
046000     ELSE
046100         IF CT-REISSUE
046200             PERFORM 3100-REISSUE-CHECK
046300                 THRU 3100-EXIT
046400         ELSE
046500             IF CT-CLEARED
046600                 PERFORM 3200-CLEAR-CHECK
046700                     THRU 3200-EXIT
046800             ELSE
046900                 IF CT-NEW-STOCK
047000                     PERFORM 3300-LOAD-NEW-STOCK
047100                         THRU 3300-EXIT
047200                 ELSE
047300                     MOVE "REJECTED" TO AUDIT-STATUS
047400                     MOVE "UNKNOWN ACTION" TO AUDIT-REASON
047500                 END-IF
047600             END-IF
047700         END-IF
047800     END-IF.
047900     IF AUDIT-STATUS = "ACCEPTED"
048000         ADD 1               TO TRANS-ACCEPTED-COUNT
048100     ELSE
048200         ADD 1               TO TRANS-REJECTED-COUNT
048300     END-IF.
048400     MOVE CT-ACTION          TO CA-AUD-ACTION.
048500     IF CT-CHECK-NUMBER NUMERIC
048600         MOVE CT-CHECK-NUMBER TO CA-AUD-CHECK-NUMBER
048700     ELSE
048800         MOVE ZERO           TO CA-AUD-CHECK-NUMBER
048900     END-IF.
049000     PERFORM 7000-WRITE-AUDIT-LINE
049100         THRU 7000-EXIT.
049200     PERFORM 2100-READ-TRANSACTION
049300         THRU 2100-EXIT.
049400 2000-EXIT.
049500     EXIT.
049600
049700 2100-READ-TRANSACTION.
049800******************************************************************
049900*    READ THE NEXT MAINTENANCE TRANSACTION, SETTING THE END-OF-
050000*    FILE SWITCH WHEN THE FILE IS EXHAUSTED
050100******************************************************************
050200     READ TRANSACTION-FILE
050300         AT END
050400             MOVE 'Y' TO END-OF-FILE-SW
050500     END-READ.
050600 2100-EXIT.
050700     EXIT.
050800
050900 3000-VOID-CHECK.
051000******************************************************************
051100*    VOID AN OUTSTANDING CHECK.  THE REGISTER ENTRY IS MARKED
051200*    VOID WITH THE RUN DATE AND THE REASON KEYED, AND A VOID
051300*    ITEM GOES TO THE BANK ON THE POSITIVE PAY FILE SO THE
051400*    CHECK IS REFUSED IF PRESENTED.  A CHECK ALREADY CLEARED
051500*    OR VOIDED CANNOT BE VOIDED.  THE PAY HISTORY IS NOT
051600*    TOUCHED - A VOID WITHOUT A REISSUE IS UNDONE IN THE PAY
051700*    RUN BY AN ADJUSTMENT.
051800******************************************************************
051900     PERFORM 3500-EDIT-VOID
052000         THRU 3500-EXIT.
052100     IF AUDIT-STATUS NOT = "ACCEPTED"
052200         GO TO 3000-EXIT.
052300     PERFORM 7100-WRITE-BEFORE-IMAGE
052400         THRU 7100-EXIT.
052500     PERFORM 3600-APPLY-VOID
052600         THRU 3600-EXIT.
052700     PERFORM 7200-WRITE-AFTER-IMAGE
052800         THRU 7200-EXIT.
052900 3000-EXIT.
053000     EXIT.
053100
053200 3100-REISSUE-CHECK.
053300******************************************************************
053400*    VOID AN OUTSTANDING CHECK AS 3000 DOES AND ISSUE ITS
053500*    REPLACEMENT - SAME PAYEE, SAME AMOUNT, SAME PAY PERIOD -
053600*    UNDER THE NEXT NUMBER ON THE CHECK STOCK, DATED THE RUN
053700*    DATE.  THE OLD AND NEW REGISTER ENTRIES POINT AT EACH
053800*    OTHER, AND THE PAY HISTORY RECORD THE CHECK PAID IS MOVED
053900*    TO THE NEW NUMBER.  THE NUMBER IS TAKEN BEFORE ANYTHING IS
054000*    VOIDED, SO A REISSUE WITH NO STOCK TO PRINT ON IS
054100*    REJECTED WITH THE OLD CHECK STILL GOOD.
054200******************************************************************
054300     PERFORM 3500-EDIT-VOID
054400         THRU 3500-EXIT.
054500     IF AUDIT-STATUS NOT = "ACCEPTED"
054600         GO TO 3100-EXIT.
054700     MOVE CR-CHECK-NUMBER    TO OLD-CHECK-NUMBER.
054800     MOVE CR-EMP-ID          TO ISSUE-EMP-ID.
054900     MOVE CR-PAYEE           TO ISSUE-PAYEE.
055000     MOVE CR-AMOUNT          TO ISSUE-AMOUNT.
055100     MOVE CR-PERIOD-END      TO ISSUE-PERIOD-END.
055200     MOVE CR-PH-SEQUENCE     TO ISSUE-PH-SEQUENCE.
055300     MOVE CR-CHECK-SOURCE    TO ISSUE-SOURCE.
055400     MOVE CR-CHECK-NUMBER    TO ISSUE-REPLACES.
055500     PERFORM 5100-TAKE-CHECK-NUMBER
055600         THRU 5100-EXIT.
055700     IF NOT NUMBER-TAKEN
055800         GO TO 3100-EXIT.
055900     MOVE OLD-CHECK-NUMBER   TO CR-CHECK-NUMBER.
056000     PERFORM 4900-READ-REGISTER
056100         THRU 4900-EXIT.
056200     PERFORM 7100-WRITE-BEFORE-IMAGE
056300         THRU 7100-EXIT.
056400     MOVE NEW-CHECK-NUMBER   TO CR-REPLACED-BY.
056500     PERFORM 3600-APPLY-VOID
056600         THRU 3600-EXIT.
056700     PERFORM 7200-WRITE-AFTER-IMAGE
056800         THRU 7200-EXIT.
056900     PERFORM 5200-ISSUE-CHECK
057000         THRU 5200-EXIT.
057100     IF ISSUE-PH-SEQUENCE NOT = ZERO
057200         PERFORM 5300-STAMP-PAY-HISTORY
057300             THRU 5300-EXIT
057400     END-IF.
057500     ADD 1                   TO REISSUE-COUNT.
057600 3100-EXIT.
057700     EXIT.
057800
057900 3200-CLEAR-CHECK.
058000******************************************************************
058100*    MARK AN OUTSTANDING CHECK AS PAID BY THE BANK, DATED THE
058200*    RUN DATE, SO IT DROPS OFF THE OUTSTANDING LISTING.
058300******************************************************************
058400     IF CT-CHECK-NUMBER NOT NUMERIC OR CT-CHECK-NUMBER = ZERO
058500         MOVE "REJECTED"     TO AUDIT-STATUS
058600         MOVE "CHECK NUMBER REQUIRED" TO AUDIT-REASON
058700         GO TO 3200-EXIT.
058800     MOVE CT-CHECK-NUMBER    TO CR-CHECK-NUMBER.
058900     PERFORM 4900-READ-REGISTER
059000         THRU 4900-EXIT.
059100     IF NOT RECORD-FOUND
059200         MOVE "REJECTED"     TO AUDIT-STATUS
059300         MOVE "CHECK NOT ON REGISTER" TO AUDIT-REASON
059400         GO TO 3200-EXIT.
059500     MOVE CR-EMP-ID          TO CA-AUD-EMP-ID.
059600     IF NOT CR-OUTSTANDING
059700         MOVE "REJECTED"     TO AUDIT-STATUS
059800         MOVE "CHECK NOT OUTSTANDING" TO AUDIT-REASON
059900         GO TO 3200-EXIT.
060000     PERFORM 7100-WRITE-BEFORE-IMAGE
060100         THRU 7100-EXIT.
060200     MOVE 'C'                TO CR-STATUS.
060300     MOVE RUN-DATE           TO CR-STATUS-DATE.
060400     REWRITE CHECK-REGISTER-RECORD
060500         INVALID KEY
060600             MOVE "REJECTED" TO AUDIT-STATUS
060700             MOVE "CHECK REGISTER REWRITE FAILED" TO AUDIT-REASON
060800             MOVE 'N'        TO BEFORE-IMAGE-SW
060900             GO TO 3200-EXIT
061000     END-REWRITE.
061100     PERFORM 7200-WRITE-AFTER-IMAGE
061200         THRU 7200-EXIT.
061300     ADD 1                   TO CLEAR-COUNT.
061400 3200-EXIT.
061500     EXIT.
061600
061700 3300-LOAD-NEW-STOCK.
061800******************************************************************
061900*    LOAD A NEW BOX OF CHECK STOCK: THE FIRST AND LAST NUMBER
062000*    PRINTED ON IT.  THE RANGE MAY NOT RUN BACKWARDS, MAY NOT
062100*    START BELOW THE NEXT NUMBER ALREADY ON HAND - THAT WOULD
062200*    REUSE NUMBERS - AND ITS FIRST NUMBER MAY NOT ALREADY BE ON
062300*    THE CHECK REGISTER.  ANY CHECKS LEFT IN THE OLD BOX ARE
062400*    GIVEN UP WHEN THE NEW ONE IS LOADED.
062500******************************************************************
062600     IF CT-STOCK-FIRST NOT NUMERIC OR CT-STOCK-FIRST = ZERO
062700             OR CT-STOCK-LAST NOT NUMERIC
062800         MOVE "REJECTED"     TO AUDIT-STATUS
062900         MOVE "STOCK RANGE REQUIRED" TO AUDIT-REASON
063000         GO TO 3300-EXIT.
063100     IF CT-STOCK-LAST < CT-STOCK-FIRST
063200         MOVE "REJECTED"     TO AUDIT-STATUS
063300         MOVE "LAST NUMBER BEFORE FIRST" TO AUDIT-REASON
063400         GO TO 3300-EXIT.
063500     IF CHECK-STOCK-LOADED
063600             AND CT-STOCK-FIRST < STOCK-NEXT-NUMBER
063700         MOVE "REJECTED"     TO AUDIT-STATUS
063800         MOVE "RANGE BELOW NEXT CHECK NUMBER" TO AUDIT-REASON
063900         GO TO 3300-EXIT.
064000     MOVE CT-STOCK-FIRST     TO CR-CHECK-NUMBER.
064100     PERFORM 4900-READ-REGISTER
064200         THRU 4900-EXIT.
064300     IF RECORD-FOUND
064400         MOVE "REJECTED"     TO AUDIT-STATUS
064500         MOVE "FIRST NUMBER ON REGISTER" TO AUDIT-REASON
064600         GO TO 3300-EXIT.
064700     MOVE "  BEFORE"         TO CA-STK-CAPTION.
064800     MOVE STOCK-NEXT-NUMBER  TO CA-STK-NEXT-NUMBER.
064900     MOVE STOCK-LAST-NUMBER  TO CA-STK-LAST-NUMBER.
065000     MOVE CA-STOCK-LINE      TO BEFORE-IMAGE-HOLD.
065100     MOVE 'Y'                TO BEFORE-IMAGE-SW.
065200     MOVE CT-STOCK-FIRST     TO STOCK-NEXT-NUMBER.
065300     MOVE CT-STOCK-LAST      TO STOCK-LAST-NUMBER.
065400     MOVE 'Y'                TO CHECK-STOCK-SW.
065500     PERFORM 5400-SAVE-CHECK-STOCK
065600         THRU 5400-EXIT.
065700     MOVE "  AFTER "         TO CA-STK-CAPTION.
065800     MOVE STOCK-NEXT-NUMBER  TO CA-STK-NEXT-NUMBER.
065900     MOVE STOCK-LAST-NUMBER  TO CA-STK-LAST-NUMBER.
066000     MOVE CA-STOCK-LINE      TO AFTER-IMAGE-HOLD.
066100     MOVE 'Y'                TO AFTER-IMAGE-SW.
066200 3300-EXIT.
066300     EXIT.
066400
066500 3500-EDIT-VOID.
066600******************************************************************
066700*    EDITS SHARED BY VOID AND REISSUE: THE CHECK MUST BE ON THE
066800*    REGISTER AND STILL OUTSTANDING, AND A REASON MUST BE KEYED.
066900*    LEAVES THE REGISTER ENTRY IN THE RECORD AREA.
067000******************************************************************
067100     IF CT-CHECK-NUMBER NOT NUMERIC OR CT-CHECK-NUMBER = ZERO
067200         MOVE "REJECTED"     TO AUDIT-STATUS
067300         MOVE "CHECK NUMBER REQUIRED" TO AUDIT-REASON
067400         GO TO 3500-EXIT.
067500     IF CT-REASON = SPACES
067600         MOVE "REJECTED"     TO AUDIT-STATUS
067700         MOVE "VOID REASON REQUIRED" TO AUDIT-REASON
067800         GO TO 3500-EXIT.
067900     MOVE CT-CHECK-NUMBER    TO CR-CHECK-NUMBER.
068000     PERFORM 4900-READ-REGISTER
068100         THRU 4900-EXIT.
068200     IF NOT RECORD-FOUND
068300         MOVE "REJECTED"     TO AUDIT-STATUS
068400         MOVE "CHECK NOT ON REGISTER" TO AUDIT-REASON
068500         GO TO 3500-EXIT.
068600     MOVE CR-EMP-ID          TO CA-AUD-EMP-ID.
068700     IF NOT CR-OUTSTANDING
068800         MOVE "REJECTED"     TO AUDIT-STATUS
068900         MOVE "CHECK NOT OUTSTANDING" TO AUDIT-REASON
069000         GO TO 3500-EXIT.
069100 3500-EXIT.
069200     EXIT.
069300
069400 3600-APPLY-VOID.
069500******************************************************************
069600*    MARK THE REGISTER ENTRY IN THE RECORD AREA VOID AND SEND
069700*    THE BANK ITS VOID ITEM
069800******************************************************************
069900     MOVE 'V'                TO CR-STATUS.
070000     MOVE RUN-DATE           TO CR-STATUS-DATE.
070100     MOVE CT-REASON          TO CR-VOID-REASON.
070200     REWRITE CHECK-REGISTER-RECORD
070300         INVALID KEY
070400             DISPLAY "CHKMAINT: CHECK REGISTER REWRITE FAILED, "
070500                 "CHECK " CR-CHECK-NUMBER
070600     END-REWRITE.
070700     MOVE "PPVOID"           TO PP-ITEM-MARKER.
070800     MOVE CR-CHECK-NUMBER    TO PP-ITEM-CHECK-NUMBER.
070900     MOVE CR-ISSUE-DATE      TO PP-ITEM-ISSUE-DATE.
071000     MOVE RUN-DATE           TO PP-ITEM-VOID-DATE.
071100     MOVE CR-AMOUNT          TO PP-ITEM-AMOUNT.
071200     MOVE CR-PAYEE           TO PP-ITEM-PAYEE.
071300     WRITE POSITIVE-PAY-RECORD FROM PP-ITEM-RECORD.
071400     ADD 1                   TO VOID-COUNT.
071500     ADD CR-AMOUNT           TO VOID-TOTAL.
071600 3600-EXIT.
071700     EXIT.
071800
071900 4000-ISSUE-REPAY-CHECK.
072000******************************************************************
072100*    ISSUE A PAPER CHECK FOR ONE DEPOSIT THE BANK RETURNED, AS
072200*    SOURCE "ACH", AND STAMP ITS NUMBER ON THE PAY HISTORY
072300*    RECORD THE DEPOSIT PAID - THE ONE FOR THAT EMPLOYEE AND
072400*    PERIOD WITH THE SAME NET PAY AND NO CHECK NUMBER YET.  A
072500*    REQUEST THAT CANNOT BE NUMBERED IS HELD ON THE REQUEST
072600*    FILE FOR THE NEXT RUN, AND SO IS EVERY ONE AFTER IT.
072700******************************************************************
072800     MOVE "ACCEPTED"         TO AUDIT-STATUS.
072900     MOVE SPACES             TO AUDIT-REASON.
073000     MOVE 'N'                TO BEFORE-IMAGE-SW.
073100     MOVE 'N'                TO AFTER-IMAGE-SW.
073200     MOVE ZERO               TO NEW-CHECK-NUMBER.
073300     MOVE "ACH"              TO CA-AUD-ACTION.
073400     MOVE ZERO               TO CA-AUD-CHECK-NUMBER.
073500     MOVE QE-EMP-ID (REQ-SUB) TO CA-AUD-EMP-ID.
073600     PERFORM 5100-TAKE-CHECK-NUMBER
073700         THRU 5100-EXIT.
073800     IF NOT NUMBER-TAKEN
073900         MOVE "HELD"         TO AUDIT-STATUS
074000         ADD 1               TO REPAY-HELD-COUNT
074100         GO TO 4000-WRITE.
074200     MOVE QE-EMP-ID (REQ-SUB) TO ISSUE-EMP-ID.
074300     MOVE QE-WHO (REQ-SUB)   TO ISSUE-PAYEE.
074400     MOVE QE-AMOUNT (REQ-SUB) TO ISSUE-AMOUNT.
074500     MOVE QE-PERIOD-END (REQ-SUB) TO ISSUE-PERIOD-END.
074600     MOVE ZERO               TO ISSUE-PH-SEQUENCE.
074700     MOVE "ACH"              TO ISSUE-SOURCE.
074800     MOVE ZERO               TO ISSUE-REPLACES.
074900     PERFORM 4500-FIND-PAY-HISTORY
075000         THRU 4500-EXIT.
075100     PERFORM 5200-ISSUE-CHECK
075200         THRU 5200-EXIT.
075300     IF ISSUE-PH-SEQUENCE NOT = ZERO
075400         PERFORM 5300-STAMP-PAY-HISTORY
075500             THRU 5300-EXIT
075600     ELSE
075700         MOVE "NO PAY HISTORY MATCHED"   TO AUDIT-REASON
075800     END-IF.
075900     MOVE 'Y'                TO QE-ISSUED-SW (REQ-SUB).
076000     ADD 1                   TO REPAY-ISSUED-COUNT.
076100 4000-WRITE.
076200     PERFORM 7000-WRITE-AUDIT-LINE
076300         THRU 7000-EXIT.
076400 4000-EXIT.
076500     EXIT.
076600
076700 4500-FIND-PAY-HISTORY.
076800******************************************************************
076900*    FIND THE PAY HISTORY RECORD A RETURNED DEPOSIT PAID,
077000*    TRYING EACH SEQUENCE FOR THE EMPLOYEE AND PERIOD.  LEAVES
077100*    ISSUE-PH-SEQUENCE ZERO WHEN THERE IS NO HISTORY OR NO
077200*    RECORD MATCHES - THE CHECK IS STILL ISSUED.
077300******************************************************************
077400     IF NOT HISTORY-OPEN
077500         GO TO 4500-EXIT.
077600     MOVE 'N'                TO HISTORY-MATCH-SW.
077700     PERFORM 4510-TRY-HISTORY-SEQUENCE
077800         THRU 4510-EXIT
077900         VARYING HIST-SEQ FROM 1 BY 1
078000         UNTIL HIST-SEQ > 99 OR HISTORY-MATCHED.
078100 4500-EXIT.
078200     EXIT.
078300
078400 4510-TRY-HISTORY-SEQUENCE.
078500******************************************************************
078600*    READ ONE PAY HISTORY SEQUENCE AND TEST IT AGAINST THE
078700*    RETURNED DEPOSIT
078800******************************************************************
078900     MOVE ISSUE-EMP-ID       TO PH-EMP-ID.
079000     MOVE ISSUE-PERIOD-END   TO PH-PERIOD-END.
079100     MOVE HIST-SEQ           TO PH-SEQUENCE.
079200     READ PAY-HISTORY-FILE
079300         INVALID KEY
079400             GO TO 4510-EXIT
079500     END-READ.
079600     IF PH-NET-PAY = ISSUE-AMOUNT
079700             AND PH-CHECK-NUMBER = ZERO
079800         MOVE HIST-SEQ       TO ISSUE-PH-SEQUENCE
079900         MOVE 'Y'            TO HISTORY-MATCH-SW
080000     END-IF.
080100 4510-EXIT.
080200     EXIT.
080300
080400 4900-READ-REGISTER.
080500******************************************************************
080600*    READ THE CHECK REGISTER ENTRY WHOSE NUMBER IS IN THE KEY
080700******************************************************************
080800     MOVE 'Y'                TO RECORD-FOUND-SW.
080900     READ CHECK-REGISTER-FILE
081000         INVALID KEY
081100             MOVE 'N'        TO RECORD-FOUND-SW
081200     END-READ.
081300 4900-EXIT.
081400     EXIT.
081500
081600 5100-TAKE-CHECK-NUMBER.
081700******************************************************************
081800*    TAKE THE NEXT CHECK NUMBER FROM THE STOCK INTO
081900*    NEW-CHECK-NUMBER AND SAVE THE STOCK AT ONCE, SO A RERUN
082000*    NEVER REUSES IT.  NO STOCK LOADED, STOCK USED UP, OR A
082100*    NEXT NUMBER ALREADY ON THE REGISTER TAKES NOTHING - THE
082200*    STOCK IS THEN TREATED AS EMPTY FOR THE REST OF THE RUN
082300*    UNTIL AN OPERATOR LOADS A NEW BOX.
082400******************************************************************
082500     MOVE 'N'                TO NUMBER-TAKEN-SW.
082600     IF NOT CHECK-STOCK-LOADED
082700             OR STOCK-NEXT-NUMBER > STOCK-LAST-NUMBER
082800         MOVE "REJECTED"     TO AUDIT-STATUS
082900         MOVE "NO CHECK STOCK" TO AUDIT-REASON
083000         GO TO 5100-EXIT.
083100     MOVE STOCK-NEXT-NUMBER  TO CR-CHECK-NUMBER.
083200     PERFORM 4900-READ-REGISTER
083300         THRU 4900-EXIT.
083400     IF RECORD-FOUND
083500         MOVE 'N'            TO CHECK-STOCK-SW
083600         MOVE "REJECTED"     TO AUDIT-STATUS
083700         MOVE "NEXT CHECK NUMBER ON REGISTER" TO AUDIT-REASON
083800         GO TO 5100-EXIT.
083900     MOVE STOCK-NEXT-NUMBER  TO NEW-CHECK-NUMBER.
084000     ADD 1                   TO STOCK-NEXT-NUMBER.
084100     PERFORM 5400-SAVE-CHECK-STOCK
084200         THRU 5400-EXIT.
084300     MOVE 'Y'                TO NUMBER-TAKEN-SW.
084400 5100-EXIT.
084500     EXIT.
084600
084700 5200-ISSUE-CHECK.
084800******************************************************************
084900*    ISSUE THE CHECK NUMBERED BY 5100 FROM THE ISSUE FIELDS -
085000*    ONE RECORD TO THE CHECK PRINT FILE, ONE ISSUE ITEM TO THE
085100*    BANK'S POSITIVE PAY FILE, AND THE CHECK REGISTER ENTRY
085200*    THAT CARRIES IT AS OUTSTANDING.
085300******************************************************************
085400     MOVE NEW-CHECK-NUMBER   TO CP-CHECK-NUMBER.
085500     MOVE RUN-DATE           TO CP-CHECK-DATE.
085600     MOVE ISSUE-EMP-ID       TO CP-EMP-ID.
085700     MOVE ISSUE-PAYEE        TO CP-PAYEE.
085800     MOVE ISSUE-AMOUNT       TO CP-AMOUNT.
085900     MOVE ISSUE-PERIOD-END   TO CP-PERIOD-END.
086000     MOVE ISSUE-SOURCE       TO CP-CHECK-SOURCE.
086100     MOVE ISSUE-REPLACES     TO CP-REPLACES-CHECK.
086200     WRITE CHECK-PRINT-RECORD.
086300     MOVE "PPISS "           TO PP-ITEM-MARKER.
086400     MOVE NEW-CHECK-NUMBER   TO PP-ITEM-CHECK-NUMBER.
086500     MOVE RUN-DATE           TO PP-ITEM-ISSUE-DATE.
086600     MOVE ZERO               TO PP-ITEM-VOID-DATE.
086700     MOVE ISSUE-AMOUNT       TO PP-ITEM-AMOUNT.
086800     MOVE ISSUE-PAYEE        TO PP-ITEM-PAYEE.
086900     WRITE POSITIVE-PAY-RECORD FROM PP-ITEM-RECORD.
087000     MOVE NEW-CHECK-NUMBER   TO CR-CHECK-NUMBER.
087100     MOVE 'O'                TO CR-STATUS.
087200     MOVE RUN-DATE           TO CR-ISSUE-DATE.
087300     MOVE ISSUE-AMOUNT       TO CR-AMOUNT.
087400     MOVE ISSUE-EMP-ID       TO CR-EMP-ID.
087500     MOVE ISSUE-PAYEE        TO CR-PAYEE.
087600     MOVE ISSUE-PERIOD-END   TO CR-PERIOD-END.
087700     MOVE ISSUE-PH-SEQUENCE  TO CR-PH-SEQUENCE.
087800     MOVE ISSUE-SOURCE       TO CR-CHECK-SOURCE.
087900     MOVE "CHKMAINT"         TO CR-ISSUED-BY.
088000     MOVE RUN-DATE           TO CR-STATUS-DATE.
088100     MOVE SPACES             TO CR-VOID-REASON.
088200     MOVE ISSUE-REPLACES     TO CR-REPLACES-CHECK.
088300     MOVE ZERO               TO CR-REPLACED-BY.
088400     WRITE CHECK-REGISTER-RECORD
088500         INVALID KEY
088600             DISPLAY "CHKMAINT: CHECK REGISTER WRITE FAILED, "
088700                 "CHECK " NEW-CHECK-NUMBER
088800     END-WRITE.
088900     ADD 1                   TO CHECK-ISSUED-COUNT.
089000     ADD ISSUE-AMOUNT        TO CHECK-ISSUED-TOTAL.
089100 5200-EXIT.
089200     EXIT.
089300
089400 5300-STAMP-PAY-HISTORY.
089500******************************************************************
089600*    PUT THE NEW CHECK NUMBER ON THE PAY HISTORY RECORD THE
089700*    CHECK PAYS.  ON A REISSUE THE RECORD IS CHANGED ONLY IF IT
089800*    STILL CARRIES THE VOIDED CHECK'S NUMBER.
089900******************************************************************
090000     IF NOT HISTORY-OPEN
090100         GO TO 5300-EXIT.
090200     MOVE ISSUE-EMP-ID       TO PH-EMP-ID.
090300     MOVE ISSUE-PERIOD-END   TO PH-PERIOD-END.
090400     MOVE ISSUE-PH-SEQUENCE  TO PH-SEQUENCE.
090500     READ PAY-HISTORY-FILE
090600         INVALID KEY
090700             GO TO 5300-EXIT
090800     END-READ.
090900     IF PH-CHECK-NUMBER NOT = ISSUE-REPLACES
091000         GO TO 5300-EXIT.
091100     MOVE NEW-CHECK-NUMBER   TO PH-CHECK-NUMBER.
091200     REWRITE PAY-HISTORY-RECORD
091300         INVALID KEY
091400             DISPLAY "CHKMAINT: PAY HISTORY REWRITE FAILED, "
091500                 "EMPLOYEE " PH-EMP-ID
091600     END-REWRITE.
091700 5300-EXIT.
091800     EXIT.
091900
092000 5400-SAVE-CHECK-STOCK.
092100******************************************************************
092200*    REWRITE THE ONE-RECORD CHECK STOCK FILE WITH THE NEXT
092300*    NUMBER ON HAND, THE SAME WAY THE PAY RUNS KEEP IT.
092400******************************************************************
092500     MOVE STOCK-NEXT-NUMBER  TO CS-NEXT-CHECK-NUMBER.
092600     MOVE STOCK-LAST-NUMBER  TO CS-LAST-CHECK-NUMBER.
092700     MOVE RUN-DATE           TO CS-LAST-ISSUE-DATE.
092800     MOVE "CHKMAINT"         TO CS-LAST-PROGRAM.
092900     OPEN OUTPUT CHECK-STOCK-FILE.
093000     WRITE CHECK-STOCK-RECORD.
093100     CLOSE CHECK-STOCK-FILE.
093200 5400-EXIT.
093300     EXIT.
093400
093500 5500-WRITE-POSPAY-TRAILER.
093600******************************************************************
093700*    CLOSE THE RUN'S POSITIVE PAY ITEMS WITH A TRAILER CARRYING
093800*    THE COUNTS AND TOTALS OF CHECKS ISSUED AND VOIDED, SO THE
093900*    BANK CAN PROVE THE FILE.  A RUN THAT SENT NOTHING ADDS
094000*    NOTHING.
094100******************************************************************
094200     IF CHECK-ISSUED-COUNT = ZERO AND VOID-COUNT = ZERO
094300         GO TO 5500-EXIT.
094400     MOVE CHECK-ISSUED-COUNT TO PP-TRL-ISSUE-COUNT.
094500     MOVE CHECK-ISSUED-TOTAL TO PP-TRL-ISSUE-AMT.
094600     MOVE VOID-COUNT         TO PP-TRL-VOID-COUNT.
094700     MOVE VOID-TOTAL         TO PP-TRL-VOID-AMT.
094800     MOVE "CHKMAINT"         TO PP-TRL-PROGRAM.
094900     WRITE POSITIVE-PAY-RECORD FROM PP-TRAILER-RECORD.
095000 5500-EXIT.
095100     EXIT.
095200
095300 6000-LIST-OUTSTANDING.
095400******************************************************************
095500*    LIST EVERY CHECK STILL OUTSTANDING ON THE REGISTER, IN
095600*    CHECK NUMBER ORDER, WITH THE COUNT AND TOTAL - THE LIST
095700*    THE BANK RECONCILIATION WORKS FROM.
095800******************************************************************
095900     MOVE "OUTSTANDING PAYROLL CHECKS AS OF" TO CA-CAPTION.
096000     MOVE RUN-DATE           TO CA-CAPTION-DATE.
096100     WRITE OUTSTANDING-REPORT-RECORD FROM CA-CAPTION-LINE
096200         AFTER ADVANCING 1 LINE.
096300     WRITE OUTSTANDING-REPORT-RECORD FROM CA-COLUMN-LINE
096400         AFTER ADVANCING 2 LINES.
096500     MOVE 'N'                TO REGISTER-EOF-SW.
096600     MOVE ZERO               TO CR-CHECK-NUMBER.
096700     START CHECK-REGISTER-FILE KEY NOT < CR-CHECK-NUMBER
096800         INVALID KEY
096900             MOVE 'Y'        TO REGISTER-EOF-SW
097000     END-START.
097100     PERFORM 6100-LIST-NEXT-CHECK
097200         THRU 6100-EXIT
097300         UNTIL REGISTER-EOF.
097400     MOVE "OUTSTANDING CHECKS" TO CA-CNT-CAPTION.
097500     MOVE OUTSTANDING-COUNT  TO CA-CNT-COUNT.
097600     WRITE OUTSTANDING-REPORT-RECORD FROM CA-COUNT-LINE
097700         AFTER ADVANCING 2 LINES.
097800     MOVE "OUTSTANDING CHECK TOTAL" TO CA-AMT-CAPTION.
097900     MOVE OUTSTANDING-TOTAL  TO CA-AMT-AMOUNT.
098000     WRITE OUTSTANDING-REPORT-RECORD FROM CA-AMOUNT-LINE
098100         AFTER ADVANCING 1 LINE.
098200 6000-EXIT.
098300     EXIT.
098400
098500 6100-LIST-NEXT-CHECK.
098600******************************************************************
098700*    READ THE NEXT REGISTER ENTRY AND LIST IT IF OUTSTANDING
098800******************************************************************
098900     READ CHECK-REGISTER-FILE NEXT RECORD
099000         AT END
099100             MOVE 'Y'        TO REGISTER-EOF-SW
099200             GO TO 6100-EXIT
099300     END-READ.
099400     IF NOT CR-OUTSTANDING
099500         GO TO 6100-EXIT.
099600     MOVE CR-CHECK-NUMBER    TO CA-LST-CHECK-NUMBER.
099700     MOVE CR-ISSUE-DATE      TO CA-LST-ISSUE-DATE.
099800     MOVE CR-EMP-ID          TO CA-LST-EMP-ID.
099900     MOVE CR-PAYEE           TO CA-LST-PAYEE.
100000     MOVE CR-PERIOD-END      TO CA-LST-PERIOD-END.
100100     MOVE CR-CHECK-SOURCE    TO CA-LST-SOURCE.
100200     MOVE CR-ISSUED-BY       TO CA-LST-ISSUED-BY.
100300     MOVE CR-AMOUNT          TO CA-LST-AMOUNT.
100400     WRITE OUTSTANDING-REPORT-RECORD FROM CA-LIST-LINE
100500         AFTER ADVANCING 1 LINE.
100600     ADD 1                   TO OUTSTANDING-COUNT.
100700     ADD CR-AMOUNT           TO OUTSTANDING-TOTAL.
100800 6100-EXIT.
100900     EXIT.
101000
101100 7000-WRITE-AUDIT-LINE.
101200******************************************************************
101300*    WRITE ONE AUDIT LINE SHOWING THE TRANSACTION OR REPAY,
101400*    WHETHER IT WAS ACCEPTED, AND WHY NOT, FOLLOWED BY ANY
101500*    BEFORE AND AFTER IMAGES IT HELD.  THE ACTION, CHECK NUMBER
101600*    AND EMPLOYEE ARE MOVED BY THE CALLER.
101700******************************************************************
101800     MOVE NEW-CHECK-NUMBER   TO CA-AUD-NEW-CHECK.
101900     MOVE AUDIT-STATUS       TO CA-AUD-STATUS.
102000     MOVE AUDIT-REASON       TO CA-AUD-REASON.
102100     WRITE AUDIT-REPORT-RECORD FROM CA-AUDIT-LINE
102200         AFTER ADVANCING 1 LINE.
102300     IF BEFORE-IMAGE-HELD
102400         WRITE AUDIT-REPORT-RECORD FROM BEFORE-IMAGE-HOLD
102500             AFTER ADVANCING 1 LINE
102600     END-IF.
102700     IF AFTER-IMAGE-HELD
102800         WRITE AUDIT-REPORT-RECORD FROM AFTER-IMAGE-HOLD
102900             AFTER ADVANCING 1 LINE
103000     END-IF.
103100 7000-EXIT.
103200     EXIT.
103300
103400 7100-WRITE-BEFORE-IMAGE.
103500******************************************************************
103600*    HOLD THE REGISTER ENTRY AS IT STOOD BEFORE THE CHANGE
103700******************************************************************
103800     MOVE "  BEFORE"         TO CA-IMG-CAPTION.
103900     PERFORM 7300-BUILD-RECORD-IMAGE
104000         THRU 7300-EXIT.
104100     MOVE CA-IMAGE-LINE      TO BEFORE-IMAGE-HOLD.
104200     MOVE 'Y'                TO BEFORE-IMAGE-SW.
104300 7100-EXIT.
104400     EXIT.
104500
104600 7200-WRITE-AFTER-IMAGE.
104700******************************************************************
104800*    HOLD THE REGISTER ENTRY AS IT STANDS AFTER THE CHANGE
104900******************************************************************
105000     MOVE "  AFTER "         TO CA-IMG-CAPTION.
105100     PERFORM 7300-BUILD-RECORD-IMAGE
105200         THRU 7300-EXIT.
105300     MOVE CA-IMAGE-LINE      TO AFTER-IMAGE-HOLD.
105400     MOVE 'Y'                TO AFTER-IMAGE-SW.
105500 7200-EXIT.
105600     EXIT.
105700
105800 7300-BUILD-RECORD-IMAGE.
105900******************************************************************
106000*    BUILD ONE BEFORE/AFTER IMAGE LINE FROM THE REGISTER ENTRY
106100*    IN THE RECORD AREA, FOR 7100/7200 TO HOLD
106200******************************************************************
106300     MOVE CR-CHECK-NUMBER    TO CA-IMG-CHECK-NUMBER.
106400     MOVE CR-STATUS          TO CA-IMG-STATUS.
106500     MOVE CR-ISSUE-DATE      TO CA-IMG-ISSUE-DATE.
106600     MOVE CR-AMOUNT          TO CA-IMG-AMOUNT.
106700     MOVE CR-EMP-ID          TO CA-IMG-EMP-ID.
106800     MOVE CR-PAYEE           TO CA-IMG-PAYEE.
106900     MOVE CR-STATUS-DATE     TO CA-IMG-STATUS-DATE.
107000     MOVE CR-VOID-REASON     TO CA-IMG-REASON.
107100     MOVE CR-REPLACES-CHECK  TO CA-IMG-REPLACES.
107200     MOVE CR-REPLACED-BY     TO CA-IMG-REPLACED-BY.
107300 7300-EXIT.
107400     EXIT.
107500
107600 8000-REWRITE-REQUEST-FILE.
107700******************************************************************
107800*    RETIRE THE REPAY REQUESTS ISSUED THIS RUN BY WRITING THE
107900*    REQUEST FILE BACK WITH ONLY THE ONES STILL HELD - AN EMPTY
108000*    FILE WHEN EVERY REQUEST WAS PAID.
108100******************************************************************
108200     OPEN OUTPUT CHECK-REQUEST-FILE.
108300     IF CRQ-FILE-STATUS NOT = "00" AND CRQ-FILE-STATUS NOT = "05"
108400         DISPLAY "CHKMAINT: UNABLE TO REWRITE CHECK-REQUEST-"
108500             "FILE, STATUS = " CRQ-FILE-STATUS
108600         MOVE 'Y' TO RUN-ABORT-SW
108700         GO TO 8000-EXIT.
108800     PERFORM 8010-WRITE-REQUEST-RECORD
108900         THRU 8010-EXIT
109000         VARYING REQ-SUB FROM 1 BY 1
109100         UNTIL REQ-SUB > REQ-ENTRY-COUNT.
109200     CLOSE CHECK-REQUEST-FILE.
109300 8000-EXIT.
109400     EXIT.
109500
109600 8010-WRITE-REQUEST-RECORD.
109700******************************************************************
109800*    WRITE ONE HELD REQUEST BACK FROM ITS TABLE ENTRY
109900******************************************************************
110000     IF QE-ISSUED (REQ-SUB)
110100         GO TO 8010-EXIT.
110200     MOVE QE-EMP-ID (REQ-SUB)      TO CQ-EMP-ID.
110300     MOVE QE-WHO (REQ-SUB)         TO CQ-WHO.
110400     MOVE QE-PERIOD-END (REQ-SUB)  TO CQ-PERIOD-END.
110500     MOVE QE-AMOUNT (REQ-SUB)      TO CQ-AMOUNT.
110600     MOVE QE-REASON-CODE (REQ-SUB) TO CQ-REASON-CODE.
110700     WRITE CHECK-REQUEST-RECORD.
110800 8010-EXIT.
110900     EXIT.
111000
111100 9000-FINALIZE.
111200******************************************************************
111300*    WRITE THE POSITIVE PAY TRAILER, RETIRE THE REPAY REQUESTS
111400*    PAID, WRITE THE OPERATIONS CONTROL REPORT, CLOSE FILES AND
111500*    SET THE RETURN CODE THE SCHEDULER ACTS ON - 0 CLEAN, 4
111600*    SOME TRANSACTIONS REJECTED OR REPAYS HELD FOR WANT OF
111700*    STOCK, 8 ABORTED.  AN ABORTED RUN CHANGED NOTHING AND
111800*    LEAVES THE REQUEST FILE AS IT FOUND IT.
111900******************************************************************
112000     IF NOT RUN-ABORTED
112100         PERFORM 5500-WRITE-POSPAY-TRAILER
112200             THRU 5500-EXIT
112300         PERFORM 8000-REWRITE-REQUEST-FILE
112400             THRU 8000-EXIT
112500     END-IF.
112600     PERFORM 9600-WRITE-CONTROL-REPORT
112700         THRU 9600-EXIT.
112800     CLOSE TRANSACTION-FILE.
112900     CLOSE CHECK-REGISTER-FILE.
113000     IF HISTORY-OPEN
113100         CLOSE PAY-HISTORY-FILE
113200     END-IF.
113300     CLOSE CHECK-PRINT-FILE.
113400     CLOSE POSITIVE-PAY-FILE.
113500     CLOSE AUDIT-REPORT.
113600     CLOSE OUTSTANDING-REPORT.
113700     CLOSE OPS-CONTROL-REPORT.
113800     IF RUN-ABORTED
113900         MOVE 8              TO RETURN-CODE
114000     ELSE
114100         IF TRANS-REJECTED-COUNT > ZERO
114200                 OR REPAY-HELD-COUNT > ZERO
114300             MOVE 4          TO RETURN-CODE
114400         ELSE
114500             MOVE 0          TO RETURN-CODE
114600         END-IF
114700     END-IF.
114800 9000-EXIT.
114900     EXIT.
115000
115100 9600-WRITE-CONTROL-REPORT.
115200******************************************************************
115300*    WRITE THE ONE-PAGE OPERATIONS CONTROL REPORT - RUN
115400*    STATUS, THE TRANSACTION COUNTS, CHECKS VOIDED, REISSUED,
115500*    CLEARED AND ISSUED, REPAYS PAID AND HELD, THE OUTSTANDING
115600*    CHECK TOTALS AND THE NEXT CHECK NUMBER ON HAND
115700******************************************************************
115800     IF OPS-FILE-STATUS NOT = "00"
115900         GO TO 9600-EXIT.
116000     MOVE "CHKMAINT"            TO OPS-TITLE-PROGRAM.
116100     WRITE OPS-CONTROL-RECORD FROM OPS-TITLE-LINE
116200         AFTER ADVANCING 1 LINE.
116300     IF RUN-ABORTED
116400         MOVE "ABORTED - NO CHECKS CHANGED OR ISSUED"
116500             TO OPS-STATUS
116600     ELSE
116700         IF TRANS-REJECTED-COUNT > ZERO
116800                 OR REPAY-HELD-COUNT > ZERO
116900             MOVE "COMPLETE - SOME REJECTED OR HELD"
117000                 TO OPS-STATUS
117100         ELSE
117200             MOVE "COMPLETE - ALL TRANSACTIONS ACCEPTED"
117300                 TO OPS-STATUS
117400         END-IF
117500     END-IF.
117600     WRITE OPS-CONTROL-RECORD FROM OPS-STATUS-LINE
117700         AFTER ADVANCING 2 LINES.
117800     MOVE "TRANSACTIONS READ"   TO OPS-CNT-CAPTION.
117900     MOVE TRANS-READ-COUNT      TO OPS-CNT-VALUE.
118000     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
118100         AFTER ADVANCING 2 LINES.
118200     MOVE "TRANSACTIONS ACCEPTED" TO OPS-CNT-CAPTION.
118300     MOVE TRANS-ACCEPTED-COUNT  TO OPS-CNT-VALUE.
118400     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
118500         AFTER ADVANCING 1 LINE.
118600     MOVE "TRANSACTIONS REJECTED" TO OPS-CNT-CAPTION.
118700     MOVE TRANS-REJECTED-COUNT  TO OPS-CNT-VALUE.
118800     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
118900         AFTER ADVANCING 1 LINE.
119000     MOVE "CHECKS VOIDED"       TO OPS-CNT-CAPTION.
119100     MOVE VOID-COUNT            TO OPS-CNT-VALUE.
119200     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
119300         AFTER ADVANCING 2 LINES.
119400     MOVE "VOIDED CHECK TOTAL"  TO OPS-AMT-CAPTION.
119500     MOVE VOID-TOTAL            TO OPS-AMT-VALUE.
119600     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
119700         AFTER ADVANCING 1 LINE.
119800     MOVE "CHECKS REISSUED"     TO OPS-CNT-CAPTION.
119900     MOVE REISSUE-COUNT         TO OPS-CNT-VALUE.
120000     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
120100         AFTER ADVANCING 1 LINE.
120200     MOVE "CHECKS CLEARED"      TO OPS-CNT-CAPTION.
120300     MOVE CLEAR-COUNT           TO OPS-CNT-VALUE.
120400     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
120500         AFTER ADVANCING 1 LINE.
120600     MOVE "RETURNED DEPOSITS REPAID" TO OPS-CNT-CAPTION.
120700     MOVE REPAY-ISSUED-COUNT    TO OPS-CNT-VALUE.
120800     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
120900         AFTER ADVANCING 1 LINE.
121000     MOVE "RETURNED DEPOSITS HELD" TO OPS-CNT-CAPTION.
121100     MOVE REPAY-HELD-COUNT      TO OPS-CNT-VALUE.
121200     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
121300         AFTER ADVANCING 1 LINE.
121400     MOVE "PAPER CHECKS ISSUED" TO OPS-CNT-CAPTION.
121500     MOVE CHECK-ISSUED-COUNT    TO OPS-CNT-VALUE.
121600     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
121700         AFTER ADVANCING 1 LINE.
121800     MOVE "PAPER CHECK TOTAL"   TO OPS-AMT-CAPTION.
121900     MOVE CHECK-ISSUED-TOTAL    TO OPS-AMT-VALUE.
122000     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
122100         AFTER ADVANCING 1 LINE.
122200     MOVE "OUTSTANDING CHECKS"  TO OPS-CNT-CAPTION.
122300     MOVE OUTSTANDING-COUNT     TO OPS-CNT-VALUE.
122400     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
122500         AFTER ADVANCING 2 LINES.
122600     MOVE "OUTSTANDING CHECK TOTAL" TO OPS-AMT-CAPTION.
122700     MOVE OUTSTANDING-TOTAL     TO OPS-AMT-VALUE.
122800     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
122900         AFTER ADVANCING 1 LINE.
123000     MOVE "NEXT CHECK NUMBER"   TO OPS-TXT-CAPTION.
123100     IF CHECK-STOCK-LOADED
123200         MOVE STOCK-NEXT-NUMBER TO OPS-TXT-VALUE
123300     ELSE
123400         MOVE "NO CHECK STOCK LOADED" TO OPS-TXT-VALUE
123500     END-IF.
123600     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
123700         AFTER ADVANCING 1 LINE.
123800 9600-EXIT.
123900     EXIT.
