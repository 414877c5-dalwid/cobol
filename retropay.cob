000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                RETROPAY.
000300 AUTHOR.                    R L BENNETT.
000400 INSTALLATION.              PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700******************************************************************
000800*    RETROPAY - RETROACTIVE PAY FOR BACKDATED RATE CHANGES
000900*------------------------------------------------------------------
001000*    WORKS OUT WHAT A LATE RAISE OR A BACKDATED LOCATION PAY
001100*    DIFFERENTIAL CHANGE OWES ON THE CHECKS ALREADY PAID.  EACH
001200*    RETRO REQUEST NAMES AN EMPLOYEE AND NEW HOURLY RATE, OR A
001300*    LOCATION AND NEW DIFFERENTIAL, AND THE DATE THE CHANGE
001400*    SHOULD HAVE TAKEN EFFECT.  EVERY PAY HISTORY CHECK WHOSE
001500*    PERIOD ENDS ON OR AFTER THAT DATE HAS ITS REGULAR,
001600*    OVERTIME (AT 1.5X) AND PTO HOURS REPRICED AT THE NEW RATE
001700*    AND THE DIFFERENCE FROM WHAT IT ORIGINALLY PAID IS
001800*    PRINTED ON THE RETRO WORKSHEET.  EACH EMPLOYEE'S
001900*    DIFFERENCES ARE GATHERED INTO ONE RETRO EARNINGS CARD,
002000*    WHICH SHEETPAY PAYS IN ITS RETRO PHASE ON THE NEXT RUN SO
002100*    THE MONEY FLOWS THROUGH WITHHOLDING, GL, DIRECT DEPOSIT
002200*    AND THE YTD ACCUMULATORS LIKE ANY OTHER PAY.
002300*
002400*    THE SAME OPTIONAL RUN CONTROL CARD SHEETPAY TAKES
002500*    (RETROCTL) GOVERNS RELEASE: A "TRIAL" CARD PRINTS THE
002600*    WORKSHEET FOR APPROVAL AND WRITES NO CARDS; NO CARD, OR A
002700*    "LIVE" CARD, ADDS THE CARDS TO RETROCRD.  NOTHING ELSE IS
002800*    UPDATED - THE MASTER RATE ITSELF IS CHANGED THROUGH
002900*    EMPMAINT AND THE DIFFERENTIAL THROUGH TABMAINT.
003000*------------------------------------------------------------------
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    ---------- ----  ------------------------------------------
003400*    2026-10-15 RLB   ORIGINAL PROGRAM - RETRO WORKSHEET AND
003500*                     RETRO EARNINGS CARDS WITH OPERATIONS
003600*                     CONTROL REPORT AND RETURN CODE (0 ALL
003700*                     REQUESTS ACCEPTED, 4 SOME REJECTED, 8
003800*                     ABORTED).
003810*    2026-10-15 RLB   A REQUEST STOPPED BY A REPRICED RATE
003820*                     OVERFLOW IS BACKED OUT OF THE RETRO TABLE
003830*                     AND COUNTED REJECTED, SO NO PART OF IT IS
003840*                     WRITTEN TO A RETRO CARD.
003850*    2026-10-15 RLB   RETRO CARDS ARE ADDED TO RETROCRD RATHER
003860*                     THAN REPLACING IT, SO CARDS WRITTEN BACK
003870*                     FOR OTHER PAY GROUPS AND HELD REJECTS ARE
003880*                     KEPT UNTIL SHEETPAY PAYS THEM.
003881*    2026-10-15 RLB   RETRO CHECKS ALREADY PAID ARE REPRICED AT
003882*                     NO HOURS, SO AN EARLIER RETRO COUNTS AGAINST
003883*                     A NEW ONE.  AN EMPLOYEE WITH A CARD STILL
003884*                     WAITING ON RETROCRD IS REJECTED.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.           IBM-370.
004300 OBJECT-COMPUTER.           IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RETROCTL
004700                            ORGANIZATION IS LINE SEQUENTIAL
004800                            FILE STATUS IS RNC-FILE-STATUS.
004900     SELECT RETRO-REQUEST-FILE ASSIGN TO RETROREQ
005000                            ORGANIZATION IS LINE SEQUENTIAL
005100                            FILE STATUS IS REQ-FILE-STATUS.
005200     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
005300                            ORGANIZATION IS INDEXED
005400                            ACCESS MODE IS DYNAMIC
005500                            RECORD KEY IS EM-EMP-ID
005600                            FILE STATUS IS EMP-FILE-STATUS.
005700     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
005800                            ORGANIZATION IS INDEXED
005900                            ACCESS MODE IS DYNAMIC
006000                            RECORD KEY IS PH-KEY
006100                            FILE STATUS IS PHS-FILE-STATUS.
006200     SELECT OPTIONAL RETRO-CARD-FILE ASSIGN TO RETROCRD
006300                            ORGANIZATION IS LINE SEQUENTIAL
006400                            FILE STATUS IS RTC-FILE-STATUS.
006500     SELECT RETRO-WORKSHEET ASSIGN TO RETROWKS
006600                            ORGANIZATION IS LINE SEQUENTIAL
006700                            FILE STATUS IS WKS-FILE-STATUS.
006800     SELECT OPS-CONTROL-REPORT ASSIGN TO RETOPSR
006900                            ORGANIZATION IS LINE SEQUENTIAL
007000                            FILE STATUS IS OPS-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RUN-CONTROL-FILE
007400     RECORDING MODE IS F.
007500     COPY PAYCTL.
007600 FD  RETRO-REQUEST-FILE
007700     RECORDING MODE IS F.
007800     COPY RTQREC.
007900 FD  EMPLOYEE-MASTER.
008000     COPY EMPMAST.
008100 FD  PAY-HISTORY-FILE.
008200     COPY PAYHREC.
008300 FD  RETRO-CARD-FILE
008400     RECORDING MODE IS F.
008500     COPY RTCREC.
008600 FD  RETRO-WORKSHEET.
008700 01  RETRO-WORKSHEET-RECORD  PIC X(132).
008800 FD  OPS-CONTROL-REPORT.
008900 01  OPS-CONTROL-RECORD      PIC X(80).
009000 WORKING-STORAGE SECTION.
009100******************************************************************
009200*    FILE STATUS AND END-OF-FILE SWITCHES
009300******************************************************************
009400 77  RNC-FILE-STATUS         PIC X(02).
009500 77  REQ-FILE-STATUS         PIC X(02).
009600 77  EMP-FILE-STATUS         PIC X(02).
009700 77  PHS-FILE-STATUS         PIC X(02).
009800 77  RTC-FILE-STATUS         PIC X(02).
009900 77  WKS-FILE-STATUS         PIC X(02).
010000 77  OPS-FILE-STATUS         PIC X(02).
010100 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
010200     88  RUN-ABORTED                         VALUE 'Y'.
010300 77  TRIAL-RUN-SW            PIC X(01)       VALUE 'N'.
010400     88  TRIAL-RUN                           VALUE 'Y'.
010500 77  REQUEST-EOF-SW          PIC X(01)       VALUE 'N'.
010600     88  REQUEST-EOF                         VALUE 'Y'.
010700 77  HISTORY-EOF-SW          PIC X(01)       VALUE 'N'.
010800     88  HISTORY-EOF                         VALUE 'Y'.
010900 77  EMPLOYEE-PAYABLE-SW     PIC X(01)       VALUE 'N'.
011000     88  EMPLOYEE-PAYABLE                    VALUE 'Y'.
011100 77  ENTRY-FOUND-SW          PIC X(01)       VALUE 'N'.
011200     88  ENTRY-FOUND                         VALUE 'Y'.
011210 77  REQUEST-STOPPED-SW      PIC X(01)       VALUE 'N'.
011220     88  REQUEST-STOPPED                     VALUE 'Y'.
011230 77  RETRO-CARD-EOF-SW       PIC X(01)       VALUE 'N'.
011240     88  RETRO-CARD-EOF                      VALUE 'Y'.
011250 77  CARD-PENDING-SW         PIC X(01)       VALUE 'N'.
011260     88  CARD-PENDING                        VALUE 'Y'.
011300******************************************************************
011400*    REQUEST EDIT AND EMPLOYEE BREAK FIELDS
011500******************************************************************
011600 77  REJECT-REASON           PIC X(40).
011700 77  CURRENT-EMP-ID          PIC X(06).
011800 77  CURRENT-WHO             PIC X(15).
011900 77  CURRENT-DEFAULT-LOC     PIC X(20).
012000 77  SUB-CHECK-COUNT         PIC 9(03)       VALUE ZERO.
012100 77  SUB-REGULAR             PIC S9(07)V99   VALUE ZERO.
012200 77  SUB-OVERTIME            PIC S9(07)V99   VALUE ZERO.
012300 77  SUB-PTO                 PIC S9(07)V99   VALUE ZERO.
012400 77  SUB-RETRO               PIC S9(07)V99   VALUE ZERO.
012500******************************************************************
012600*    REPRICING WORK FIELDS - THE RATES ARE CARRIED AND TRUNCATED
012700*    THE SAME WAY SHEETPAY CARRIES THEM, SO A CHECK REPRICED AT
012800*    ITS OWN RATE COMES BACK TO THE PENNY IT PAID
012900******************************************************************
013000 77  OT-MULTIPLIER           PIC 9V9         VALUE 1.5.
013100 77  CHECK-DIFFERENTIAL      PIC 9V999.
013200 77  CALC-NEW-RATE           PIC 9(7)V9999.
013300 77  NEW-RATE                PIC 9(5)V99.
013400 77  NEW-OVERTIME-RATE       PIC 9(5)V99.
013500 77  RATE-MAX                PIC 9(5)V99     VALUE 99999.99.
013600 77  REPRICED-REGULAR        PIC S9(09)V99.
013700 77  REPRICED-OVERTIME       PIC S9(09)V99.
013800 77  REPRICED-PTO            PIC S9(09)V99.
013900 77  DIFF-REGULAR            PIC S9(09)V99.
014000 77  DIFF-OVERTIME           PIC S9(09)V99.
014100 77  DIFF-PTO                PIC S9(09)V99.
014200 77  CHECK-ORIGINAL          PIC S9(09)V99.
014300 77  CHECK-REPRICED          PIC S9(09)V99.
014400 77  CHECK-DIFFERENCE        PIC S9(09)V99.
014500******************************************************************
014600*    ONE ROW PER EMPLOYEE OWED RETRO PAY, GATHERED ACROSS ALL
014700*    REQUESTS SO EACH EMPLOYEE GETS ONE CARD
014800******************************************************************
014900 01  RETRO-EMPLOYEE-TABLE.
015000     05  RETRO-EMPLOYEE      OCCURS 500 TIMES.
015100         10  RE-EMP-ID       PIC X(06).
015200         10  RE-WHO          PIC X(15).
015300         10  RE-WHERE        PIC X(20).
015400         10  RE-WHY          PIC X(06).
015500         10  RE-EFF-DATE     PIC 9(08).
015600         10  RE-LAST-PERIOD  PIC 9(08).
015700         10  RE-CHECK-COUNT  PIC 9(03).
015800         10  RE-REGULAR      PIC S9(07)V99.
015900         10  RE-OVERTIME     PIC S9(07)V99.
016000         10  RE-PTO          PIC S9(07)V99.
016100         10  RE-RETRO        PIC S9(07)V99.
016200 77  RE-TABLE-MAX            PIC 9(03)       VALUE 500.
016300 77  RE-ENTRY-COUNT          PIC 9(03)       VALUE ZERO.
016400 77  RE-SUB                  PIC 9(04)  COMP.
016500 77  RE-MATCH-SUB            PIC 9(04)  COMP.
016510******************************************************************
016520*    THE RETRO TABLE AS IT STOOD BEFORE THE CURRENT REQUEST, SO
016530*    A REQUEST STOPPED PART WAY CAN BE BACKED OUT WHOLE
016540******************************************************************
016550 01  SAVED-RETRO-TABLE.
016560     05  FILLER              PIC X(102)      OCCURS 500 TIMES.
016570 77  SAVED-ENTRY-COUNT       PIC 9(03)       VALUE ZERO.
016580 77  SAVED-REPRICED-COUNT    PIC 9(05)       VALUE ZERO.
016582******************************************************************
016584*    EMPLOYEES WHO ALREADY HAVE A RETRO CARD WAITING ON RETROCRD
016586*    FOR SHEETPAY - NO SECOND CARD MAY BE WRITTEN FOR THEM
016588******************************************************************
016590 01  PENDING-CARD-TABLE.
016592     05  PENDING-EMP-ID      PIC X(06)       OCCURS 500 TIMES.
016594 77  PENDING-TABLE-MAX       PIC 9(03)       VALUE 500.
016596 77  PENDING-CARD-COUNT      PIC 9(03)       VALUE ZERO.
016598 77  PENDING-SUB             PIC 9(04)  COMP.
016600******************************************************************
016700*    RUN COUNTS AND CONTROL TOTALS
016800******************************************************************
016900 77  REQUEST-READ-COUNT      PIC 9(05)       VALUE ZERO.
017000 77  REQUEST-ACCEPTED-COUNT  PIC 9(05)       VALUE ZERO.
017100 77  REQUEST-REJECTED-COUNT  PIC 9(05)       VALUE ZERO.
017200 77  CHECK-REPRICED-COUNT    PIC 9(05)       VALUE ZERO.
017300 77  CARD-WRITTEN-COUNT      PIC 9(05)       VALUE ZERO.
017400 77  NO-RETRO-COUNT          PIC 9(05)       VALUE ZERO.
017500 77  TOTAL-RETRO-PAY         PIC S9(09)V99   VALUE ZERO.
017600******************************************************************
017700*    WORKSHEET PRINT LINES
017800******************************************************************
017900     COPY RTWREC.
018000******************************************************************
018100*    PRINT LINES FOR THE OPERATIONS CONTROL REPORT
018200******************************************************************
018300     COPY OPSREC.
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600******************************************************************
018700*    MAIN CONTROL PARAGRAPH
018800******************************************************************
018900     PERFORM 1000-INITIALIZE
019000         THRU 1000-EXIT.
019100     IF NOT RUN-ABORTED
019200         PERFORM 2000-PROCESS-REQUEST
019300             THRU 2000-EXIT
019400             UNTIL REQUEST-EOF OR RUN-ABORTED
019500     END-IF.
019600     PERFORM 9000-FINALIZE
019700         THRU 9000-EXIT.
019800     GOBACK.
019900
020000 1000-INITIALIZE.
020100******************************************************************
020200*    READ THE RUN CONTROL CARD, OPEN THE REQUEST FILE, THE
020300*    MASTER, THE PAY HISTORY AND THE WORKSHEET - AND THE CARD
020400*    FILE UNLESS THIS IS A TRIAL - AND PRIME THE REQUEST
020500*    READ.  ANY FILE THAT WILL NOT OPEN ABORTS THE RUN.  A
020600*    TRIAL RUN NEVER OPENS THE CARD FILE, SO THE CARDS FROM
020700*    AN EARLIER APPROVED RUN ARE LEFT AS THEY WERE.  THE
020710*    CARDS ALREADY WAITING ON THE FILE ARE NOTED FIRST, ON A
020720*    TRIAL AS WELL, SO NO EMPLOYEE IS GIVEN A SECOND CARD.
020800******************************************************************
020900     OPEN OUTPUT OPS-CONTROL-REPORT.
021000     IF OPS-FILE-STATUS NOT = "00"
021100         DISPLAY "RETROPAY: UNABLE TO OPEN OPS-CONTROL-REPORT, "
021200             "STATUS = " OPS-FILE-STATUS
021300         MOVE 'Y' TO RUN-ABORT-SW
021400         GO TO 1000-EXIT.
021500     PERFORM 1050-READ-RUN-CONTROL
021600         THRU 1050-EXIT.
021700     IF RUN-ABORTED
021800         GO TO 1000-EXIT.
021900     OPEN INPUT RETRO-REQUEST-FILE.
022000     IF REQ-FILE-STATUS NOT = "00"
022100         DISPLAY "RETROPAY: UNABLE TO OPEN RETRO-REQUEST-FILE, "
022200             "STATUS = " REQ-FILE-STATUS
022300         MOVE 'Y' TO RUN-ABORT-SW
022400         GO TO 1000-EXIT.
022500     OPEN INPUT EMPLOYEE-MASTER.
022600     IF EMP-FILE-STATUS NOT = "00"
022700         DISPLAY "RETROPAY: UNABLE TO OPEN EMPLOYEE-MASTER, "
022800             "STATUS = " EMP-FILE-STATUS
022900         MOVE 'Y' TO RUN-ABORT-SW
023000         GO TO 1000-EXIT.
023100     OPEN INPUT PAY-HISTORY-FILE.
023200     IF PHS-FILE-STATUS NOT = "00"
023300         DISPLAY "RETROPAY: UNABLE TO OPEN PAY-HISTORY-FILE, "
023400             "STATUS = " PHS-FILE-STATUS
023500         MOVE 'Y' TO RUN-ABORT-SW
023600         GO TO 1000-EXIT.
023700     OPEN OUTPUT RETRO-WORKSHEET.
023800     IF WKS-FILE-STATUS NOT = "00"
023900         DISPLAY "RETROPAY: UNABLE TO OPEN RETRO-WORKSHEET, "
024000             "STATUS = " WKS-FILE-STATUS
024100         MOVE 'Y' TO RUN-ABORT-SW
024200         GO TO 1000-EXIT.
024210     PERFORM 1100-LOAD-PENDING-CARDS
024220         THRU 1100-EXIT.
024230     IF RUN-ABORTED
024240         GO TO 1000-EXIT.
024300     IF NOT TRIAL-RUN
024400         OPEN EXTEND RETRO-CARD-FILE
024500         IF RTC-FILE-STATUS NOT = "00"
024550                 AND RTC-FILE-STATUS NOT = "05"
024600             DISPLAY "RETROPAY: UNABLE TO OPEN RETRO-CARD-FILE, "
024700                 "STATUS = " RTC-FILE-STATUS
024800             MOVE 'Y' TO RUN-ABORT-SW
024900             GO TO 1000-EXIT
025000         END-IF
025100     END-IF.
025200     IF TRIAL-RUN
025300         MOVE "RETRO PAY WORKSHEET - TRIAL, NO CARDS RELEASED"
025400             TO RW-CAPTION
025500     ELSE
025600         MOVE "RETRO PAY WORKSHEET - CARDS RELEASED TO SHEETPAY"
025700             TO RW-CAPTION
025800     END-IF.
025900     WRITE RETRO-WORKSHEET-RECORD FROM RW-CAPTION-LINE
026000         AFTER ADVANCING 1 LINE.
026100     PERFORM 2900-READ-REQUEST
026200         THRU 2900-EXIT.
026300 1000-EXIT.
026400     EXIT.
026500
026600 1050-READ-RUN-CONTROL.
026700******************************************************************
026800*    READ THE OPTIONAL RUN CONTROL CARD.  NO CARD FILE, OR A
026900*    "LIVE" CARD, RELEASES THE RETRO CARDS; A "TRIAL" CARD
027000*    PRINTS THE WORKSHEET ONLY, FOR APPROVAL.  A CARD THAT
027100*    SAYS NEITHER ABORTS THE RUN, AS IT DOES IN SHEETPAY.
027200******************************************************************
027300     OPEN INPUT RUN-CONTROL-FILE.
027400     IF RNC-FILE-STATUS NOT = "00"
027500         GO TO 1050-CLOSE.
027600     READ RUN-CONTROL-FILE
027700         AT END
027800             GO TO 1050-CLOSE
027900     END-READ.
028000     IF RC-TRIAL-RUN
028100         MOVE 'Y' TO TRIAL-RUN-SW
028200         DISPLAY "RETROPAY: TRIAL RUN - WORKSHEET ONLY, NO "
028300             "RETRO CARDS WILL BE WRITTEN"
028400     ELSE
028500         IF NOT RC-LIVE-RUN
028600             DISPLAY "RETROPAY: UNRECOGNIZED RUN CONTROL CARD "
028700                 RC-FUNCTION
028800             MOVE 'Y' TO RUN-ABORT-SW
028900         END-IF
029000     END-IF.
029100 1050-CLOSE.
029200     CLOSE RUN-CONTROL-FILE.
029300 1050-EXIT.
029400     EXIT.
029404
029408 1100-LOAD-PENDING-CARDS.
029412******************************************************************
029416*    NOTE THE EMPLOYEE ON EVERY RETRO CARD STILL WAITING ON
029420*    RETROCRD - RELEASED BY AN EARLIER RUN, WRITTEN BACK FOR
029424*    ANOTHER PAY GROUP OR HELD AS A REJECT - SO 2200 CAN
029428*    REJECT THEM UNTIL SHEETPAY HAS PAID THAT CARD.  NO CARD
029432*    FILE MEANS NO CARDS ARE WAITING.
029436******************************************************************
029440     OPEN INPUT RETRO-CARD-FILE.
029444     IF RTC-FILE-STATUS NOT = "00" AND RTC-FILE-STATUS NOT = "05"
029448         DISPLAY "RETROPAY: UNABLE TO OPEN RETRO-CARD-FILE, "
029452             "STATUS = " RTC-FILE-STATUS
029456         MOVE 'Y' TO RUN-ABORT-SW
029460         GO TO 1100-EXIT.
029464     MOVE 'N'                TO RETRO-CARD-EOF-SW.
029468     PERFORM 1110-READ-PENDING-CARD
029472         THRU 1110-EXIT
029476         UNTIL RETRO-CARD-EOF OR RUN-ABORTED.
029480     CLOSE RETRO-CARD-FILE.
029484 1100-EXIT.
029488     EXIT.
029492
029496 1110-READ-PENDING-CARD.
029500******************************************************************
029504*    READ ONE WAITING CARD AND ADD ITS EMPLOYEE TO THE TABLE.
029508*    MORE CARDS THAN THE TABLE HOLDS ABORTS THE RUN.
029512******************************************************************
029516     READ RETRO-CARD-FILE
029520         AT END
029524             MOVE 'Y'        TO RETRO-CARD-EOF-SW
029528             GO TO 1110-EXIT
029532     END-READ.
029536     IF PENDING-CARD-COUNT >= PENDING-TABLE-MAX
029540         DISPLAY "RETROPAY: MORE RETRO CARDS WAITING THAN THE "
029544             "TABLE HOLDS"
029548         MOVE 'Y'            TO RUN-ABORT-SW
029552         GO TO 1110-EXIT.
029556     ADD 1                   TO PENDING-CARD-COUNT.
029560     MOVE RT-EMP-ID
029562         TO PENDING-EMP-ID (PENDING-CARD-COUNT).
029564 1110-EXIT.
029568     EXIT.
029572
029600 2000-PROCESS-REQUEST.
029700******************************************************************
029800*    PRINT AND EDIT ONE RETRO REQUEST, THEN REPRICE EVERY
029900*    CHECK IT COVERS - AN EMPLOYEE REQUEST WALKS THAT
030000*    EMPLOYEE'S HISTORY FROM THE EFFECTIVE DATE ON; A
030100*    LOCATION REQUEST WALKS THE WHOLE FILE FOR CHECKS PRICED
030200*    AT THE LOCATION - AND CLOSE WITH THE LAST EMPLOYEE'S
030300*    SUBTOTAL.  A REJECTED REQUEST IS PRINTED WITH ITS REASON
030400*    AND REPRICES NOTHING.  A REQUEST STOPPED PART WAY THROUGH
030410*    ITS CHECKS IS BACKED OUT BY 2300 AND COUNTED REJECTED.
030500******************************************************************
030600     ADD 1                   TO REQUEST-READ-COUNT.
030700     PERFORM 2050-PRINT-REQUEST
030800         THRU 2050-EXIT.
030900     MOVE SPACES             TO REJECT-REASON.
031000     PERFORM 2100-EDIT-REQUEST
031100         THRU 2100-EXIT.
031200     IF REJECT-REASON NOT = SPACES
031250         MOVE SPACES         TO RW-REJ-EMP-ID
031300         MOVE REJECT-REASON  TO RW-REJ-REASON
031400         WRITE RETRO-WORKSHEET-RECORD FROM RW-REJECT-LINE
031500             AFTER ADVANCING 1 LINE
031600         ADD 1               TO REQUEST-REJECTED-COUNT
031700         GO TO 2000-READ.
031800     ADD 1                   TO REQUEST-ACCEPTED-COUNT.
031810     MOVE RETRO-EMPLOYEE-TABLE TO SAVED-RETRO-TABLE.
031820     MOVE RE-ENTRY-COUNT     TO SAVED-ENTRY-COUNT.
031830     MOVE CHECK-REPRICED-COUNT TO SAVED-REPRICED-COUNT.
031840     MOVE 'N'                TO REQUEST-STOPPED-SW.
031900     WRITE RETRO-WORKSHEET-RECORD FROM RW-COLUMN-LINE
032000         AFTER ADVANCING 1 LINE.
032100     MOVE SPACES             TO CURRENT-EMP-ID.
032200     MOVE 'N'                TO HISTORY-EOF-SW.
032300     IF RQ-EMPLOYEE-RETRO
032400         MOVE RQ-EMP-ID      TO PH-EMP-ID
032500         MOVE RQ-EFF-DATE    TO PH-PERIOD-END
032600         MOVE ZERO           TO PH-SEQUENCE
032700     ELSE
032800         MOVE LOW-VALUES     TO PH-KEY
032900     END-IF.
033000     START PAY-HISTORY-FILE KEY NOT < PH-KEY
033100         INVALID KEY
033200             MOVE 'Y'        TO HISTORY-EOF-SW
033300     END-START.
033400     PERFORM 3000-REPRICE-NEXT-CHECK
033500         THRU 3000-EXIT
033600         UNTIL HISTORY-EOF OR RUN-ABORTED.
033610     IF REQUEST-STOPPED
033620         PERFORM 2300-BACK-OUT-REQUEST
033630             THRU 2300-EXIT
033640         GO TO 2000-READ.
033700     IF CURRENT-EMP-ID NOT = SPACES
033800         PERFORM 3400-CLOSE-EMPLOYEE
033900             THRU 3400-EXIT
034000     END-IF.
034100 2000-READ.
034200     PERFORM 2900-READ-REQUEST
034300         THRU 2900-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600
034700 2050-PRINT-REQUEST.
034800******************************************************************
034900*    PRINT THE REQUEST AS KEYED AT THE HEAD OF ITS SECTION OF
035000*    THE WORKSHEET
035100******************************************************************
035200     MOVE RQ-REQUEST-TYPE    TO RW-REQ-TYPE.
035300     IF RQ-LOCATION-RETRO
035400         MOVE RQ-LOCATION    TO RW-REQ-SUBJECT
035500         MOVE "NEW DIFFERENTIAL" TO RW-REQ-VALUE-CAPTION
035600         MOVE RQ-NEW-DIFFERENTIAL TO RW-REQ-VALUE
035700     ELSE
035800         MOVE RQ-EMP-ID      TO RW-REQ-SUBJECT
035900         MOVE "NEW RATE"     TO RW-REQ-VALUE-CAPTION
036000         MOVE RQ-NEW-RATE    TO RW-REQ-VALUE
036100     END-IF.
036200     MOVE RQ-EFF-DATE        TO RW-REQ-EFF-DATE.
036300     WRITE RETRO-WORKSHEET-RECORD FROM RW-REQUEST-LINE
036400         AFTER ADVANCING 3 LINES.
036500 2050-EXIT.
036600     EXIT.
036700
036800 2100-EDIT-REQUEST.
036900******************************************************************
037000*    THE REQUEST TYPE MUST BE EMP OR LOC AND THE EFFECTIVE
037100*    DATE KEYED.  AN EMPLOYEE REQUEST NEEDS A NEW RATE AND AN
037200*    ACTIVE HOURLY EMPLOYEE ON THE MASTER - SALARIED PAY HAS
037300*    NO HOURS TO REPRICE, AND SHEETPAY WOULD NOT PAY A CARD
037400*    FOR A TERMINATED EMPLOYEE.  A LOCATION REQUEST NEEDS THE
037500*    LOCATION AND ITS NEW DIFFERENTIAL.
037600******************************************************************
037700     IF NOT RQ-EMPLOYEE-RETRO AND NOT RQ-LOCATION-RETRO
037800         MOVE "INVALID REQUEST TYPE" TO REJECT-REASON
037900         GO TO 2100-EXIT.
038000     IF RQ-EFF-DATE NOT NUMERIC OR RQ-EFF-DATE = ZERO
038100         MOVE "EFFECTIVE DATE REQUIRED" TO REJECT-REASON
038200         GO TO 2100-EXIT.
038300     IF RQ-LOCATION-RETRO
038400         IF RQ-LOCATION = SPACES
038500             MOVE "LOCATION REQUIRED" TO REJECT-REASON
038600         ELSE
038700             IF RQ-NEW-DIFFERENTIAL NOT NUMERIC
038800                     OR RQ-NEW-DIFFERENTIAL = ZERO
038900                 MOVE "NEW DIFFERENTIAL REQUIRED"
039000                     TO REJECT-REASON
039100             END-IF
039200         END-IF
039300         GO TO 2100-EXIT.
039400     IF RQ-NEW-RATE NOT NUMERIC OR RQ-NEW-RATE = ZERO
039500         MOVE "NEW RATE REQUIRED" TO REJECT-REASON
039600         GO TO 2100-EXIT.
039700     MOVE RQ-EMP-ID          TO EM-EMP-ID.
039800     PERFORM 2200-CHECK-EMPLOYEE
039900         THRU 2200-EXIT.
040000 2100-EXIT.
040100     EXIT.
040200
040300 2200-CHECK-EMPLOYEE.
040400******************************************************************
040500*    READ THE MASTER FOR THE EMPLOYEE IN EM-EMP-ID AND SET
040600*    REJECT-REASON IF RETRO PAY CANNOT BE PAID TO THEM.  AN
040610*    EMPLOYEE WHOSE EARLIER RETRO CARD SHEETPAY HAS NOT YET PAID
040620*    IS REJECTED - THE NEW CARD WOULD PAY THE SAME CHECKS AGAIN,
040630*    SO THE REQUEST IS RERUN ONCE THE WAITING CARD IS PAID.
040700******************************************************************
040800     READ EMPLOYEE-MASTER
040900         INVALID KEY
041000             MOVE "EMPLOYEE NOT ON MASTER" TO REJECT-REASON
041100             GO TO 2200-EXIT
041200     END-READ.
041300     IF NOT EM-ACTIVE
041400         MOVE "EMPLOYEE NOT ACTIVE" TO REJECT-REASON
041500         GO TO 2200-EXIT.
041600     IF EM-SALARIED
041700         MOVE "SALARIED - NO HOURS TO REPRICE" TO REJECT-REASON
041800         GO TO 2200-EXIT.
041810     MOVE 'N'                TO CARD-PENDING-SW.
041820     PERFORM 2210-MATCH-PENDING-CARD
041830         THRU 2210-EXIT
041840         VARYING PENDING-SUB FROM 1 BY 1
041850         UNTIL PENDING-SUB > PENDING-CARD-COUNT OR CARD-PENDING.
041860     IF CARD-PENDING
041870         MOVE "RETRO CARD ALREADY WAITING FOR SHEETPAY"
041880             TO REJECT-REASON
041890     END-IF.
041900 2200-EXIT.
042000     EXIT.
042010
042020 2210-MATCH-PENDING-CARD.
042030******************************************************************
042040*    NOTE WHETHER A CARD IS ALREADY WAITING FOR THE EMPLOYEE
042050******************************************************************
042060     IF PENDING-EMP-ID (PENDING-SUB) = EM-EMP-ID
042070         MOVE 'Y'            TO CARD-PENDING-SW
042080     END-IF.
042090 2210-EXIT.
042095     EXIT.
042100
042110 2300-BACK-OUT-REQUEST.
042120******************************************************************
042130*    A REQUEST STOPPED PART WAY THROUGH ITS CHECKS - PUT THE
042140*    RETRO TABLE AND REPRICED COUNT BACK AS THEY STOOD BEFORE
042150*    IT, SO NONE OF ITS CHECKS REACH A RETRO CARD, AND COUNT
042160*    THE REQUEST REJECTED RATHER THAN ACCEPTED.  THE CHECK
042170*    LINES ALREADY PRINTED STAND ABOVE THE REJECT LINE ON THE
042180*    WORKSHEET.
042190******************************************************************
042200     MOVE SAVED-RETRO-TABLE  TO RETRO-EMPLOYEE-TABLE.
042210     MOVE SAVED-ENTRY-COUNT  TO RE-ENTRY-COUNT.
042220     MOVE SAVED-REPRICED-COUNT TO CHECK-REPRICED-COUNT.
042230     SUBTRACT 1              FROM REQUEST-ACCEPTED-COUNT.
042240     ADD 1                   TO REQUEST-REJECTED-COUNT.
042250 2300-EXIT.
042260     EXIT.
042270
042280 2900-READ-REQUEST.
042300******************************************************************
042400*    READ THE NEXT RETRO REQUEST
042500******************************************************************
042600     READ RETRO-REQUEST-FILE
042700         AT END
042800             MOVE 'Y'        TO REQUEST-EOF-SW
042900     END-READ.
043000 2900-EXIT.
043100     EXIT.
043200
043300 3000-REPRICE-NEXT-CHECK.
043400******************************************************************
043500*    READ THE NEXT PAY HISTORY CHECK AND REPRICE IT IF THE
043600*    REQUEST COVERS IT.  SALARIED CHECKS HAVE NO HOURS TO
043700*    REPRICE AND ARE PASSED OVER.  A RETRO CHECK CARRIES NO
043800*    HOURS, SO IT REPRICES TO NOTHING AND THE RETRO IT ALREADY
043810*    PAID COUNTS AGAINST THE NEW DIFFERENCE - AN EARLIER RETRO
043820*    OVER THE SAME CHECKS IS NEVER PAID TWICE.  ADJUSTMENTS ARE
043900*    REPRICED WITH THEIR NEGATIVE HOURS SO A REVERSED CHECK NETS
043910*    OUT.
044000******************************************************************
044100     READ PAY-HISTORY-FILE NEXT RECORD
044200         AT END
044300             MOVE 'Y'        TO HISTORY-EOF-SW
044400             GO TO 3000-EXIT
044500     END-READ.
044600     IF RQ-EMPLOYEE-RETRO AND PH-EMP-ID NOT = RQ-EMP-ID
044700         MOVE 'Y'            TO HISTORY-EOF-SW
044800         GO TO 3000-EXIT.
044900     IF PH-PERIOD-END < RQ-EFF-DATE
045000         GO TO 3000-EXIT.
045100     IF PH-SALARIED-CHECK
045200         GO TO 3000-EXIT.
045300     IF RQ-LOCATION-RETRO AND PH-WHERE NOT = RQ-LOCATION
045400         GO TO 3000-EXIT.
045500     IF PH-EMP-ID NOT = CURRENT-EMP-ID
045600         PERFORM 3300-START-EMPLOYEE
045700             THRU 3300-EXIT
045800     END-IF.
045900     IF NOT EMPLOYEE-PAYABLE
046000         GO TO 3000-EXIT.
046100     PERFORM 3100-REPRICE-CHECK
046200         THRU 3100-EXIT.
046300 3000-EXIT.
046400     EXIT.
046500
046600 3100-REPRICE-CHECK.
046700******************************************************************
046800*    REPRICE ONE CHECK.  THE NEW STRAIGHT-TIME RATE IS THE NEW
046900*    HOURLY RATE TIMES THE DIFFERENTIAL THE CHECK CARRIED, OR
047000*    FOR A LOCATION REQUEST THE CHECK'S OWN RATE RESCALED FROM
047100*    THE OLD DIFFERENTIAL TO THE NEW ONE.  A CHECK WRITTEN
047200*    BEFORE PAY HISTORY CARRIED ITS DIFFERENTIAL IS TAKEN AS
047300*    1.000.  REGULAR AND PTO HOURS PRICE AT THE NEW RATE,
047400*    OVERTIME AT 1.5X IT, AND EACH IS COMPARED WITH WHAT THE
047500*    CHECK ORIGINALLY PAID.
047600******************************************************************
047700     MOVE PH-PAY-DIFFERENTIAL TO CHECK-DIFFERENTIAL.
047800     IF CHECK-DIFFERENTIAL NOT NUMERIC
047900             OR CHECK-DIFFERENTIAL = ZERO
048000         MOVE 1              TO CHECK-DIFFERENTIAL.
048100     IF RQ-EMPLOYEE-RETRO
048200         COMPUTE CALC-NEW-RATE = RQ-NEW-RATE * CHECK-DIFFERENTIAL
048300     ELSE
048400         COMPUTE CALC-NEW-RATE = PH-ADJUSTED-RATE
048500             * RQ-NEW-DIFFERENTIAL / CHECK-DIFFERENTIAL
048600     END-IF.
048700     IF CALC-NEW-RATE > RATE-MAX
048750         MOVE PH-EMP-ID      TO RW-REJ-EMP-ID
048800         MOVE "RATE OVERFLOW - REQUEST BACKED OUT"
048900             TO RW-REJ-REASON
049000         WRITE RETRO-WORKSHEET-RECORD FROM RW-REJECT-LINE
049100             AFTER ADVANCING 1 LINE
049150         MOVE 'Y'            TO REQUEST-STOPPED-SW
049200         MOVE 'Y'            TO HISTORY-EOF-SW
049300         GO TO 3100-EXIT.
049400     MOVE CALC-NEW-RATE      TO NEW-RATE.
049500     COMPUTE CALC-NEW-RATE = NEW-RATE * OT-MULTIPLIER.
049600     MOVE CALC-NEW-RATE      TO NEW-OVERTIME-RATE.
049700     COMPUTE REPRICED-REGULAR  = PH-REGULAR-HOURS * NEW-RATE.
049800     COMPUTE REPRICED-OVERTIME
049900         = PH-OVERTIME-HOURS * NEW-OVERTIME-RATE.
050000     COMPUTE REPRICED-PTO      = PH-PTO-HOURS * NEW-RATE.
050100     COMPUTE DIFF-REGULAR  = REPRICED-REGULAR - PH-REGULAR-PAY.
050200     COMPUTE DIFF-OVERTIME = REPRICED-OVERTIME - PH-OVERTIME-PAY.
050300     COMPUTE DIFF-PTO      = REPRICED-PTO - PH-PTO-PAY.
050400     COMPUTE CHECK-ORIGINAL = PH-REGULAR-PAY + PH-OVERTIME-PAY
050500             + PH-PTO-PAY.
050600     COMPUTE CHECK-REPRICED = REPRICED-REGULAR
050700             + REPRICED-OVERTIME + REPRICED-PTO.
050800     COMPUTE CHECK-DIFFERENCE = CHECK-REPRICED - CHECK-ORIGINAL.
050900     MOVE PH-EMP-ID          TO RW-CHK-EMP-ID.
051000     MOVE PH-PERIOD-END      TO RW-CHK-PERIOD-END.
051100     MOVE PH-SEQUENCE        TO RW-CHK-SEQUENCE.
051200     MOVE PH-CHECK-SOURCE    TO RW-CHK-SOURCE.
051300     MOVE PH-REGULAR-HOURS   TO RW-CHK-REG-HOURS.
051400     MOVE PH-OVERTIME-HOURS  TO RW-CHK-OT-HOURS.
051500     MOVE PH-PTO-HOURS       TO RW-CHK-PTO-HOURS.
051600     MOVE PH-ADJUSTED-RATE   TO RW-CHK-OLD-RATE.
051700     MOVE NEW-RATE           TO RW-CHK-NEW-RATE.
051800     MOVE CHECK-ORIGINAL     TO RW-CHK-ORIGINAL.
051900     MOVE CHECK-REPRICED     TO RW-CHK-REPRICED.
052000     MOVE CHECK-DIFFERENCE   TO RW-CHK-DIFFERENCE.
052100     WRITE RETRO-WORKSHEET-RECORD FROM RW-CHECK-LINE
052200         AFTER ADVANCING 1 LINE.
052300     ADD 1                   TO CHECK-REPRICED-COUNT.
052400     ADD 1                   TO SUB-CHECK-COUNT.
052500     ADD DIFF-REGULAR        TO SUB-REGULAR.
052600     ADD DIFF-OVERTIME       TO SUB-OVERTIME.
052700     ADD DIFF-PTO            TO SUB-PTO.
052800     ADD CHECK-DIFFERENCE    TO SUB-RETRO.
052900     PERFORM 3200-POST-TO-EMPLOYEE
053000         THRU 3200-EXIT.
053100 3100-EXIT.
053200     EXIT.
053300
053400 3200-POST-TO-EMPLOYEE.
053500******************************************************************
053600*    ADD THE CHECK'S DIFFERENCES TO THE EMPLOYEE'S ROW OF THE
053700*    RETRO TABLE, ADDING THE ROW ON FIRST SIGHT.  THE LATEST
053800*    CHECK'S LOCATION AND FIRST COST CENTER GO ON THE CARD;
053900*    A CHECK THAT CARRIED NO LOCATION FALLS BACK TO THE
054000*    MASTER'S DEFAULT LOCATION.  A FULL TABLE ABORTS THE RUN
054100*    RATHER THAN SPLIT AN EMPLOYEE ACROSS TWO CARDS.
054200******************************************************************
054300     MOVE 'N'                TO ENTRY-FOUND-SW.
054400     PERFORM 3210-MATCH-EMPLOYEE
054500         THRU 3210-EXIT
054600         VARYING RE-SUB FROM 1 BY 1
054700         UNTIL RE-SUB > RE-ENTRY-COUNT OR ENTRY-FOUND.
054800     IF NOT ENTRY-FOUND
054900         IF RE-ENTRY-COUNT >= RE-TABLE-MAX
055000             DISPLAY "RETROPAY: MORE EMPLOYEES OWED RETRO PAY "
055100                 "THAN THE TABLE HOLDS"
055200             MOVE 'Y'        TO RUN-ABORT-SW
055300             MOVE 'Y'        TO HISTORY-EOF-SW
055400             GO TO 3200-EXIT
055500         END-IF
055600         ADD 1               TO RE-ENTRY-COUNT
055700         MOVE RE-ENTRY-COUNT TO RE-MATCH-SUB
055800         MOVE PH-EMP-ID      TO RE-EMP-ID (RE-MATCH-SUB)
055900         MOVE CURRENT-WHO    TO RE-WHO (RE-MATCH-SUB)
056000         MOVE RQ-EFF-DATE    TO RE-EFF-DATE (RE-MATCH-SUB)
056100         MOVE ZERO           TO RE-LAST-PERIOD (RE-MATCH-SUB)
056200         MOVE ZERO           TO RE-CHECK-COUNT (RE-MATCH-SUB)
056300         MOVE ZERO           TO RE-REGULAR (RE-MATCH-SUB)
056400         MOVE ZERO           TO RE-OVERTIME (RE-MATCH-SUB)
056500         MOVE ZERO           TO RE-PTO (RE-MATCH-SUB)
056600         MOVE ZERO           TO RE-RETRO (RE-MATCH-SUB)
056700     END-IF.
056800     IF RQ-EFF-DATE < RE-EFF-DATE (RE-MATCH-SUB)
056900         MOVE RQ-EFF-DATE    TO RE-EFF-DATE (RE-MATCH-SUB).
057000     IF PH-PERIOD-END NOT < RE-LAST-PERIOD (RE-MATCH-SUB)
057100         MOVE PH-PERIOD-END  TO RE-LAST-PERIOD (RE-MATCH-SUB)
057200         IF PH-WHERE = SPACES
057300             MOVE CURRENT-DEFAULT-LOC
057400                 TO RE-WHERE (RE-MATCH-SUB)
057500         ELSE
057600             MOVE PH-WHERE   TO RE-WHERE (RE-MATCH-SUB)
057700         END-IF
057800         MOVE PH-CC-CODE (1) TO RE-WHY (RE-MATCH-SUB)
057900     END-IF.
058000     ADD 1                   TO RE-CHECK-COUNT (RE-MATCH-SUB).
058100     ADD DIFF-REGULAR        TO RE-REGULAR (RE-MATCH-SUB).
058200     ADD DIFF-OVERTIME       TO RE-OVERTIME (RE-MATCH-SUB).
058300     ADD DIFF-PTO            TO RE-PTO (RE-MATCH-SUB).
058400     ADD CHECK-DIFFERENCE    TO RE-RETRO (RE-MATCH-SUB).
058500 3200-EXIT.
058600     EXIT.
058700
058800 3210-MATCH-EMPLOYEE.
058900******************************************************************
059000*    REMEMBER THE RETRO TABLE ROW FOR THE CHECK'S EMPLOYEE
059100******************************************************************
059200     IF RE-EMP-ID (RE-SUB) = PH-EMP-ID
059300         MOVE RE-SUB         TO RE-MATCH-SUB
059400         MOVE 'Y'            TO ENTRY-FOUND-SW
059500     END-IF.
059600 3210-EXIT.
059700     EXIT.
059800
059900 3300-START-EMPLOYEE.
060000******************************************************************
060100*    A CHECK FOR A NEW EMPLOYEE - CLOSE THE PREVIOUS
060200*    EMPLOYEE'S SUBTOTAL AND CHECK THE NEW ONE ON THE MASTER.
060300*    AN EMPLOYEE REQUEST WAS ALREADY CHECKED IN 2100; ON A
060400*    LOCATION REQUEST AN EMPLOYEE NO LONGER PAYABLE IS
060500*    PRINTED WITH THE REASON AND THEIR CHECKS PASSED OVER.
060600******************************************************************
060700     IF CURRENT-EMP-ID NOT = SPACES
060800         PERFORM 3400-CLOSE-EMPLOYEE
060900             THRU 3400-EXIT
061000     END-IF.
061100     MOVE PH-EMP-ID          TO CURRENT-EMP-ID.
061200     MOVE ZERO               TO SUB-CHECK-COUNT.
061300     MOVE ZERO               TO SUB-REGULAR.
061400     MOVE ZERO               TO SUB-OVERTIME.
061500     MOVE ZERO               TO SUB-PTO.
061600     MOVE ZERO               TO SUB-RETRO.
061700     MOVE SPACES             TO REJECT-REASON.
061800     MOVE PH-EMP-ID          TO EM-EMP-ID.
061900     PERFORM 2200-CHECK-EMPLOYEE
062000         THRU 2200-EXIT.
062100     IF REJECT-REASON = SPACES
062200         MOVE 'Y'            TO EMPLOYEE-PAYABLE-SW
062300         MOVE EM-WHO         TO CURRENT-WHO
062400         MOVE EM-DEFAULT-LOC TO CURRENT-DEFAULT-LOC
062500     ELSE
062600         MOVE 'N'            TO EMPLOYEE-PAYABLE-SW
062700         MOVE PH-WHO         TO CURRENT-WHO
062800         MOVE SPACES         TO CURRENT-DEFAULT-LOC
062900         MOVE PH-EMP-ID      TO RW-REJ-EMP-ID
063100         MOVE REJECT-REASON  TO RW-REJ-REASON
063200         WRITE RETRO-WORKSHEET-RECORD FROM RW-REJECT-LINE
063300             AFTER ADVANCING 1 LINE
063400     END-IF.
063500 3300-EXIT.
063600     EXIT.
063700
063800 3400-CLOSE-EMPLOYEE.
063900******************************************************************
064000*    PRINT THE EMPLOYEE'S SUBTOTAL FOR THIS REQUEST
064100******************************************************************
064200     IF NOT EMPLOYEE-PAYABLE
064300         GO TO 3400-EXIT.
064400     MOVE CURRENT-EMP-ID     TO RW-TOT-EMP-ID.
064500     MOVE CURRENT-WHO        TO RW-TOT-WHO.
064600     MOVE "EMPLOYEE SUBTOTAL"  TO RW-TOT-CAPTION.
064700     MOVE SUB-CHECK-COUNT    TO RW-TOT-CHECKS.
064800     MOVE SUB-REGULAR        TO RW-TOT-REGULAR.
064900     MOVE SUB-OVERTIME       TO RW-TOT-OVERTIME.
065000     MOVE SUB-PTO            TO RW-TOT-PTO.
065100     MOVE SUB-RETRO          TO RW-TOT-RETRO.
065200     WRITE RETRO-WORKSHEET-RECORD FROM RW-TOTAL-LINE
065300         AFTER ADVANCING 1 LINE.
065400 3400-EXIT.
065500     EXIT.
065600
065700 8000-WRITE-RETRO-CARDS.
065800******************************************************************
065900*    LIST EVERY EMPLOYEE'S RETRO TOTAL ACROSS ALL REQUESTS AND
066000*    WRITE ONE RETRO EARNINGS CARD FOR EACH EMPLOYEE OWED
066100*    MONEY.  A TOTAL THAT IS ZERO OR NEGATIVE - THE CHECKS
066200*    ALREADY PAID AT OR ABOVE THE NEW RATE - IS LISTED AS NO
066300*    RETRO DUE AND GETS NO CARD; RECOVERING AN OVERPAYMENT IS
066400*    AN ADJUSTMENT, NOT RETRO PAY.  ON A TRIAL RUN THE LIST IS
066500*    PRINTED BUT NO CARD IS WRITTEN.
066600******************************************************************
066700     MOVE "RETRO EARNINGS CARDS" TO RW-CAPTION.
066800     WRITE RETRO-WORKSHEET-RECORD FROM RW-CAPTION-LINE
066900         AFTER ADVANCING 3 LINES.
067000     WRITE RETRO-WORKSHEET-RECORD FROM RW-CARD-COLUMN-LINE
067100         AFTER ADVANCING 2 LINES.
067200     PERFORM 8100-WRITE-ONE-CARD
067300         THRU 8100-EXIT
067400         VARYING RE-SUB FROM 1 BY 1
067500         UNTIL RE-SUB > RE-ENTRY-COUNT.
067600 8000-EXIT.
067700     EXIT.
067800
067900 8100-WRITE-ONE-CARD.
068000******************************************************************
068100*    LIST ONE EMPLOYEE'S RETRO TOTAL AND WRITE THEIR CARD
068200******************************************************************
068300     MOVE RE-EMP-ID (RE-SUB)      TO RW-TOT-EMP-ID.
068400     MOVE RE-WHO (RE-SUB)         TO RW-TOT-WHO.
068500     MOVE RE-CHECK-COUNT (RE-SUB) TO RW-TOT-CHECKS.
068600     MOVE RE-REGULAR (RE-SUB)     TO RW-TOT-REGULAR.
068700     MOVE RE-OVERTIME (RE-SUB)    TO RW-TOT-OVERTIME.
068800     MOVE RE-PTO (RE-SUB)         TO RW-TOT-PTO.
068900     MOVE RE-RETRO (RE-SUB)       TO RW-TOT-RETRO.
069000     IF RE-RETRO (RE-SUB) NOT > ZERO
069100         MOVE "NO RETRO DUE"      TO RW-TOT-CAPTION
069200         ADD 1                    TO NO-RETRO-COUNT
069300     ELSE
069400         MOVE SPACES              TO RW-TOT-CAPTION
069500         ADD RE-RETRO (RE-SUB)    TO TOTAL-RETRO-PAY
069600         IF NOT TRIAL-RUN
069700             MOVE RE-EMP-ID (RE-SUB)      TO RT-EMP-ID
069800             MOVE RE-WHO (RE-SUB)         TO RT-WHO
069900             MOVE RE-WHERE (RE-SUB)       TO RT-WHERE
070000             MOVE RE-WHY (RE-SUB)         TO RT-WHY
070100             MOVE RE-EFF-DATE (RE-SUB)    TO RT-EFF-DATE
070200             MOVE RE-CHECK-COUNT (RE-SUB) TO RT-CHECK-COUNT
070300             MOVE RE-REGULAR (RE-SUB)     TO RT-REGULAR-PAY
070400             MOVE RE-OVERTIME (RE-SUB)    TO RT-OVERTIME-PAY
070500             MOVE RE-PTO (RE-SUB)         TO RT-PTO-PAY
070600             MOVE RE-RETRO (RE-SUB)       TO RT-RETRO-PAY
070700             WRITE RETRO-CARD-RECORD
070800             ADD 1                        TO CARD-WRITTEN-COUNT
070900         END-IF
071000     END-IF.
071100     WRITE RETRO-WORKSHEET-RECORD FROM RW-TOTAL-LINE
071200         AFTER ADVANCING 1 LINE.
071300 8100-EXIT.
071400     EXIT.
071500
071600 8200-WRITE-SUMMARY.
071700******************************************************************
071800*    PRINT THE RUN'S COUNTS AND THE RETRO PAY TOTAL BELOW THE
071900*    CARD LIST - THE FIGURE THE APPROVER SIGNS FOR
072000******************************************************************
072100     MOVE "RETRO PAY SUMMARY"  TO RW-CAPTION.
072200     WRITE RETRO-WORKSHEET-RECORD FROM RW-CAPTION-LINE
072300         AFTER ADVANCING 3 LINES.
072400     MOVE "REQUESTS READ"      TO RW-CNT-CAPTION.
072500     MOVE REQUEST-READ-COUNT   TO RW-CNT-COUNT.
072600     WRITE RETRO-WORKSHEET-RECORD FROM RW-COUNT-LINE
072700         AFTER ADVANCING 2 LINES.
072800     MOVE "REQUESTS REJECTED"  TO RW-CNT-CAPTION.
072900     MOVE REQUEST-REJECTED-COUNT TO RW-CNT-COUNT.
073000     WRITE RETRO-WORKSHEET-RECORD FROM RW-COUNT-LINE
073100         AFTER ADVANCING 1 LINE.
073200     MOVE "CHECKS REPRICED"    TO RW-CNT-CAPTION.
073300     MOVE CHECK-REPRICED-COUNT TO RW-CNT-COUNT.
073400     WRITE RETRO-WORKSHEET-RECORD FROM RW-COUNT-LINE
073500         AFTER ADVANCING 1 LINE.
073600     MOVE "EMPLOYEES WITH NO RETRO DUE" TO RW-CNT-CAPTION.
073700     MOVE NO-RETRO-COUNT       TO RW-CNT-COUNT.
073800     WRITE RETRO-WORKSHEET-RECORD FROM RW-COUNT-LINE
073900         AFTER ADVANCING 1 LINE.
074000     MOVE "RETRO CARDS WRITTEN" TO RW-CNT-CAPTION.
074100     MOVE CARD-WRITTEN-COUNT   TO RW-CNT-COUNT.
074200     WRITE RETRO-WORKSHEET-RECORD FROM RW-COUNT-LINE
074300         AFTER ADVANCING 1 LINE.
074400     MOVE "TOTAL RETRO PAY"    TO RW-AMT-CAPTION.
074500     MOVE TOTAL-RETRO-PAY      TO RW-AMT-AMOUNT.
074600     WRITE RETRO-WORKSHEET-RECORD FROM RW-AMOUNT-LINE
074700         AFTER ADVANCING 2 LINES.
074800 8200-EXIT.
074900     EXIT.
075000
075100 9000-FINALIZE.
075200******************************************************************
075300*    WRITE THE CARDS AND THE SUMMARY, THE OPERATIONS CONTROL
075400*    REPORT, CLOSE FILES AND SET THE RETURN CODE THE
075500*    SCHEDULER ACTS ON - 0 ALL REQUESTS ACCEPTED, 4 SOME
075600*    REJECTED, 8 ABORTED.  AN ABORTED RUN WRITES NO CARDS.
075700******************************************************************
075800     IF NOT RUN-ABORTED
075900         PERFORM 8000-WRITE-RETRO-CARDS
076000             THRU 8000-EXIT
076100         PERFORM 8200-WRITE-SUMMARY
076200             THRU 8200-EXIT
076300     END-IF.
076400     PERFORM 9600-WRITE-CONTROL-REPORT
076500         THRU 9600-EXIT.
076600     CLOSE RETRO-REQUEST-FILE.
076700     CLOSE EMPLOYEE-MASTER.
076800     CLOSE PAY-HISTORY-FILE.
076900     CLOSE RETRO-WORKSHEET.
077000     IF NOT TRIAL-RUN
077100         CLOSE RETRO-CARD-FILE
077200     END-IF.
077300     CLOSE OPS-CONTROL-REPORT.
077400     IF RUN-ABORTED
077500         MOVE 8              TO RETURN-CODE
077600     ELSE
077700         IF REQUEST-REJECTED-COUNT > ZERO
077800             MOVE 4          TO RETURN-CODE
077900         ELSE
078000             MOVE 0          TO RETURN-CODE
078100         END-IF
078200     END-IF.
078300 9000-EXIT.
078400     EXIT.
078500
078600 9600-WRITE-CONTROL-REPORT.
078700******************************************************************
078800*    WRITE THE ONE-PAGE OPERATIONS CONTROL REPORT - RUN
078900*    STATUS, THE REQUEST COUNTS, CARDS WRITTEN AND THE TOTAL
079000******************************************************************
079100     IF OPS-FILE-STATUS NOT = "00"
079200         GO TO 9600-EXIT.
079300     MOVE "RETROPAY"            TO OPS-TITLE-PROGRAM.
079400     WRITE OPS-CONTROL-RECORD FROM OPS-TITLE-LINE
079500         AFTER ADVANCING 1 LINE.
079600     IF RUN-ABORTED
079700         MOVE "ABORTED - NO RETRO CARDS RELEASED"
079800             TO OPS-STATUS
079900     ELSE
080000         IF TRIAL-RUN
080100             MOVE "TRIAL - WORKSHEET ONLY, NO CARDS WRITTEN"
080200                 TO OPS-STATUS
080300         ELSE
080400             IF REQUEST-REJECTED-COUNT > ZERO
080500                 MOVE "COMPLETE - SOME REQUESTS REJECTED"
080600                     TO OPS-STATUS
080700             ELSE
080800                 MOVE "COMPLETE - ALL REQUESTS ACCEPTED"
080900                     TO OPS-STATUS
081000             END-IF
081100         END-IF
081200     END-IF.
081300     WRITE OPS-CONTROL-RECORD FROM OPS-STATUS-LINE
081400         AFTER ADVANCING 2 LINES.
081500     MOVE "REQUESTS READ"       TO OPS-CNT-CAPTION.
081600     MOVE REQUEST-READ-COUNT    TO OPS-CNT-VALUE.
081700     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
081800         AFTER ADVANCING 2 LINES.
081900     MOVE "REQUESTS ACCEPTED"   TO OPS-CNT-CAPTION.
082000     MOVE REQUEST-ACCEPTED-COUNT TO OPS-CNT-VALUE.
082100     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
082200         AFTER ADVANCING 1 LINE.
082300     MOVE "REQUESTS REJECTED"   TO OPS-CNT-CAPTION.
082400     MOVE REQUEST-REJECTED-COUNT TO OPS-CNT-VALUE.
082500     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
082600         AFTER ADVANCING 1 LINE.
082700     MOVE "CHECKS REPRICED"     TO OPS-CNT-CAPTION.
082800     MOVE CHECK-REPRICED-COUNT  TO OPS-CNT-VALUE.
082900     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
083000         AFTER ADVANCING 1 LINE.
083100     MOVE "RETRO CARDS WRITTEN" TO OPS-CNT-CAPTION.
083200     MOVE CARD-WRITTEN-COUNT    TO OPS-CNT-VALUE.
083300     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
083400         AFTER ADVANCING 1 LINE.
083500     MOVE "TOTAL RETRO PAY"     TO OPS-AMT-CAPTION.
083600     MOVE TOTAL-RETRO-PAY       TO OPS-AMT-VALUE.
083700     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
083800         AFTER ADVANCING 1 LINE.
083900 9600-EXIT.
084000     EXIT.
