000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                PAYRECON.
000300 AUTHOR.                    R L BENNETT.
000400 INSTALLATION.              PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700******************************************************************
000800*    PAYRECON - PAY HISTORY TO EMPLOYEE MASTER RECONCILIATION
000900*------------------------------------------------------------------
001000*    PROVES THE EMPLOYEE MASTER'S ACCUMULATORS AGAINST THE
001100*    PERMANENT PAY HISTORY BEFORE THE QUARTERLY FILING OR THE
001200*    W-2S ARE PRODUCED FROM THE MASTER.  SHEETPAY AND OFFCYCLE
001300*    POST EVERY CHECK TO BOTH; AFTER A YEAR OF ADJUSTMENTS,
001400*    REVERSALS, RECYCLES AND RESTARTS THIS IS WHAT SHOWS THEY
001500*    STILL AGREE.  THE MASTER AND PAYHIST ARE READ TOGETHER
001600*    IN EMPLOYEE ID ORDER; EACH EMPLOYEE'S CHECKS FOR THE
001700*    CONTROL CARD'S YEAR (AND QUARTER) ARE SUMMED - HOURS,
001800*    GROSS, FEDERAL/STATE/FICA WITHHOLDING, EMPLOYER FICA,
001900*    FUTA AND SUTA - AND COMPARED WITH THE MATCHING MASTER
002000*    FIELDS.  EVERY FIELD THAT DOES NOT TIE IS LISTED BY
002100*    EMPLOYEE, AS IS EVERY HISTORY RECORD FOR THE YEAR WHOSE
002200*    EMPLOYEE IS NOT ON THE MASTER.  THE RUN ENDS WITH RETURN
002300*    CODE 4 WHEN ANYTHING IS OUT, SO THE SCHEDULER CAN HOLD
002400*    THE TAXRPT QTRRST/YRRST RESETS UNTIL THE BOOKS TIE.
002500*    NOTHING IS UPDATED.
002600*------------------------------------------------------------------
002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    ---------- ----  ------------------------------------------
003000*    2026-10-15 RLB   ORIGINAL PROGRAM - YTD/QTD RECONCILIATION
003100*                     WITH OPERATIONS CONTROL REPORT AND RETURN
003200*                     CODE (0 TIED, 4 OUT OF BALANCE, 8
003300*                     ABORTED).
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.           IBM-370.
003800 OBJECT-COMPUTER.           IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CONTROL-FILE    ASSIGN TO RCNPARM
004200                            ORGANIZATION IS LINE SEQUENTIAL
004300                            FILE STATUS IS CTL-FILE-STATUS.
004400     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
004500                            ORGANIZATION IS INDEXED
004600                            ACCESS MODE IS DYNAMIC
004700                            RECORD KEY IS EM-EMP-ID
004800                            FILE STATUS IS EMP-FILE-STATUS.
004900     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
005000                            ORGANIZATION IS INDEXED
005100                            ACCESS MODE IS DYNAMIC
005200                            RECORD KEY IS PH-KEY
005300                            FILE STATUS IS PHS-FILE-STATUS.
005400     SELECT RECON-REPORT    ASSIGN TO RCNLIST
005500                            ORGANIZATION IS LINE SEQUENTIAL
005600                            FILE STATUS IS RPT-FILE-STATUS.
005700     SELECT OPS-CONTROL-REPORT ASSIGN TO RCNOPSR
005800                            ORGANIZATION IS LINE SEQUENTIAL
005900                            FILE STATUS IS OPS-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CONTROL-FILE
006300     RECORDING MODE IS F.
006400     COPY RCNCTL.
006500 FD  EMPLOYEE-MASTER.
006600     COPY EMPMAST.
006700 FD  PAY-HISTORY-FILE.
006800     COPY PAYHREC.
006900 FD  RECON-REPORT.
007000 01  RECON-REPORT-RECORD     PIC X(132).
007100 FD  OPS-CONTROL-REPORT.
007200 01  OPS-CONTROL-RECORD      PIC X(80).
007300 WORKING-STORAGE SECTION.
007400******************************************************************
007500*    FILE STATUS AND END-OF-FILE SWITCHES
007600******************************************************************
007700 77  CTL-FILE-STATUS         PIC X(02).
007800 77  EMP-FILE-STATUS         PIC X(02).
007900 77  PHS-FILE-STATUS         PIC X(02).
008000 77  RPT-FILE-STATUS         PIC X(02).
008100 77  OPS-FILE-STATUS         PIC X(02).
008200 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
008300     88  RUN-ABORTED                         VALUE 'Y'.
008400 77  MASTER-EOF-SW           PIC X(01)       VALUE 'N'.
008500     88  MASTER-EOF                          VALUE 'Y'.
008600 77  HISTORY-EOF-SW          PIC X(01)       VALUE 'N'.
008700     88  HISTORY-EOF                         VALUE 'Y'.
008800 77  EMPLOYEE-OUT-SW         PIC X(01)       VALUE 'N'.
008900     88  EMPLOYEE-OUT                        VALUE 'Y'.
009000******************************************************************
009100*    MATCH KEYS - SET TO HIGH-VALUES AT END OF FILE SO THE
009200*    OTHER FILE'S REMAINING RECORDS DRAIN THROUGH THE MERGE
009300******************************************************************
009400 77  MASTER-KEY              PIC X(06).
009500 77  HISTORY-KEY             PIC X(06).
009600******************************************************************
009700*    PERIOD SELECTION - THE CHECK'S PERIOD END DATE BROKEN
009800*    OUT TO YEAR AND QUARTER
009900******************************************************************
010000 01  HISTORY-DATE            PIC 9(08).
010100 01  HISTORY-DATE-PARTS      REDEFINES HISTORY-DATE.
010200     05  HISTORY-YEAR        PIC 9(04).
010300     05  HISTORY-MONTH       PIC 9(02).
010400     05  HISTORY-DAY         PIC 9(02).
010500 77  HISTORY-QUARTER         PIC 9(01).
010600******************************************************************
010700*    ONE EMPLOYEE'S PAY HISTORY SUMS FOR THE YEAR AND QUARTER
010800******************************************************************
010900 01  HISTORY-SUMS.
011000     05  HS-YTD-HOURS        PIC S9(07)V99.
011100     05  HS-YTD-GROSS-PAY    PIC S9(09)V99.
011200     05  HS-QTD-GROSS-PAY    PIC S9(09)V99.
011300     05  HS-YTD-FEDERAL-WH   PIC S9(09)V99.
011400     05  HS-YTD-STATE-WH     PIC S9(09)V99.
011500     05  HS-YTD-FICA-WH      PIC S9(09)V99.
011600     05  HS-YTD-ER-FICA-WH   PIC S9(09)V99.
011700     05  HS-YTD-FUTA-TAX     PIC S9(09)V99.
011800     05  HS-YTD-SUTA-TAX     PIC S9(09)V99.
011900******************************************************************
012000*    ONE FIELD COMPARISON, LOADED BEFORE 3200 IS PERFORMED
012100******************************************************************
012200 77  COMPARE-CAPTION         PIC X(20).
012300 77  COMPARE-HISTORY         PIC S9(09)V99.
012400 77  COMPARE-MASTER          PIC S9(09)V99.
012500 77  COMPARE-DIFFERENCE      PIC S9(09)V99.
012600******************************************************************
012700*    RUN COUNTS AND CONTROL TOTALS
012800******************************************************************
012900 77  EMPLOYEE-COUNT          PIC 9(05)       VALUE ZERO.
013000 77  EMPLOYEE-OUT-COUNT      PIC 9(05)       VALUE ZERO.
013100 77  DIFFERENCE-COUNT        PIC 9(05)       VALUE ZERO.
013200 77  HISTORY-READ-COUNT      PIC 9(07)       VALUE ZERO.
013300 77  HISTORY-USED-COUNT      PIC 9(07)       VALUE ZERO.
013400 77  ORPHAN-COUNT            PIC 9(05)       VALUE ZERO.
013500 77  TOTAL-HISTORY-GROSS     PIC S9(11)V99   VALUE ZERO.
013600 77  TOTAL-MASTER-GROSS      PIC S9(11)V99   VALUE ZERO.
013700******************************************************************
013800*    REPORT PRINT LINES
013900******************************************************************
014000     COPY RCNREC.
014100******************************************************************
014200*    PRINT LINES FOR THE OPERATIONS CONTROL REPORT
014300******************************************************************
014400     COPY OPSREC.
014500 PROCEDURE DIVISION.
014600 0000-MAINLINE.
014700******************************************************************
014800*    MAIN CONTROL PARAGRAPH
014900******************************************************************
015000     PERFORM 1000-INITIALIZE
015100         THRU 1000-EXIT.
015200     IF NOT RUN-ABORTED
015300         PERFORM 2000-RECONCILE-NEXT
015400             THRU 2000-EXIT
015500             UNTIL MASTER-EOF AND HISTORY-EOF
015600     END-IF.
015700     PERFORM 9000-FINALIZE
015800         THRU 9000-EXIT.
015900     GOBACK.
016000
016100 1000-INITIALIZE.
016200******************************************************************
016300*    READ THE CONTROL CARD, OPEN THE MASTER, THE PAY HISTORY
016400*    AND THE REPORT, POSITION BOTH KEYED FILES AT THEIR FIRST
016500*    RECORD AND PRIME THE MERGE.  AN UNREADABLE CONTROL CARD
016600*    OR KEYED FILE ABORTS THE RUN - A RECONCILIATION THAT
016700*    CANNOT SEE BOTH SIDES PROVES NOTHING.
016800******************************************************************
016900     OPEN OUTPUT OPS-CONTROL-REPORT.
017000     IF OPS-FILE-STATUS NOT = "00"
017100         DISPLAY "PAYRECON: UNABLE TO OPEN OPS-CONTROL-REPORT, "
017200             "STATUS = " OPS-FILE-STATUS
017300         MOVE 'Y' TO RUN-ABORT-SW
017400         GO TO 1000-EXIT.
017500     OPEN INPUT CONTROL-FILE.
017600     IF CTL-FILE-STATUS NOT = "00"
017700         DISPLAY "PAYRECON: UNABLE TO OPEN CONTROL-FILE, "
017800             "STATUS = " CTL-FILE-STATUS
017900         MOVE 'Y' TO RUN-ABORT-SW
018000         GO TO 1000-EXIT.
018100     READ CONTROL-FILE
018200         AT END
018300             DISPLAY "PAYRECON: CONTROL-FILE IS EMPTY"
018400             MOVE 'Y' TO RUN-ABORT-SW
018500     END-READ.
018600     CLOSE CONTROL-FILE.
018700     IF RUN-ABORTED
018800         GO TO 1000-EXIT.
018900     IF RCN-YEAR NOT NUMERIC OR RCN-YEAR = ZERO
019000             OR NOT RCN-VALID-QUARTER
019100         DISPLAY "PAYRECON: INVALID YEAR/QUARTER " RCN-YEAR
019200             " " RCN-QUARTER
019300         MOVE 'Y' TO RUN-ABORT-SW
019400         GO TO 1000-EXIT.
019500     OPEN INPUT EMPLOYEE-MASTER.
019600     IF EMP-FILE-STATUS NOT = "00"
019700         DISPLAY "PAYRECON: UNABLE TO OPEN EMPLOYEE-MASTER, "
019800             "STATUS = " EMP-FILE-STATUS
019900         MOVE 'Y' TO RUN-ABORT-SW
020000         GO TO 1000-EXIT.
020100     OPEN INPUT PAY-HISTORY-FILE.
020200     IF PHS-FILE-STATUS NOT = "00"
020300         DISPLAY "PAYRECON: UNABLE TO OPEN PAY-HISTORY-FILE, "
020400             "STATUS = " PHS-FILE-STATUS
020500         MOVE 'Y' TO RUN-ABORT-SW
020600         GO TO 1000-EXIT.
020700     OPEN OUTPUT RECON-REPORT.
020800     IF RPT-FILE-STATUS NOT = "00"
020900         DISPLAY "PAYRECON: UNABLE TO OPEN RECON-REPORT, "
021000             "STATUS = " RPT-FILE-STATUS
021100         MOVE 'Y' TO RUN-ABORT-SW
021200         GO TO 1000-EXIT.
021300     MOVE "PAY HISTORY TO EMPLOYEE MASTER RECONCILIATION"
021400         TO RN-CAPTION.
021500     WRITE RECON-REPORT-RECORD FROM RN-CAPTION-LINE
021600         AFTER ADVANCING 1 LINE.
021700     MOVE RCN-YEAR           TO RN-PER-YEAR.
021800     MOVE RCN-QUARTER        TO RN-PER-QUARTER.
021900     WRITE RECON-REPORT-RECORD FROM RN-PERIOD-LINE
022000         AFTER ADVANCING 1 LINE.
022100     WRITE RECON-REPORT-RECORD FROM RN-COLUMN-LINE
022200         AFTER ADVANCING 2 LINES.
022300     MOVE LOW-VALUES         TO EM-EMP-ID.
022400     START EMPLOYEE-MASTER KEY NOT < EM-EMP-ID
022500         INVALID KEY
022600             MOVE 'Y'        TO MASTER-EOF-SW
022700             MOVE HIGH-VALUES TO MASTER-KEY
022800     END-START.
022900     MOVE LOW-VALUES         TO PH-KEY.
023000     START PAY-HISTORY-FILE KEY NOT < PH-KEY
023100         INVALID KEY
023200             MOVE 'Y'        TO HISTORY-EOF-SW
023300             MOVE HIGH-VALUES TO HISTORY-KEY
023400     END-START.
023500     IF NOT MASTER-EOF
023600         PERFORM 2100-READ-NEXT-MASTER
023700             THRU 2100-EXIT
023800     END-IF.
023900     IF NOT HISTORY-EOF
024000         PERFORM 2200-READ-NEXT-HISTORY
024100             THRU 2200-EXIT
024200     END-IF.
024300 1000-EXIT.
024400     EXIT.
024500
024600 2000-RECONCILE-NEXT.
024700******************************************************************
024800*    ONE STEP OF THE MATCH - HISTORY FOR AN EMPLOYEE BELOW
024900*    THE CURRENT MASTER KEY HAS NO MASTER RECORD AND IS
025000*    LISTED; OTHERWISE THE CURRENT MASTER EMPLOYEE IS SUMMED
025100*    AND COMPARED, WITH OR WITHOUT HISTORY OF ITS OWN.
025200******************************************************************
025300     IF HISTORY-KEY < MASTER-KEY
025400         PERFORM 3000-LIST-ORPHAN-HISTORY
025500             THRU 3000-EXIT
025600     ELSE
025700         PERFORM 3100-RECONCILE-EMPLOYEE
025800             THRU 3100-EXIT
025900     END-IF.
026000 2000-EXIT.
026100     EXIT.
026200
026300 2100-READ-NEXT-MASTER.
026400******************************************************************
026500*    READ THE NEXT EMPLOYEE MASTER RECORD IN KEY ORDER,
026600*    SETTING THE END SWITCH AND A HIGH MATCH KEY WHEN THE
026700*    FILE IS EXHAUSTED
026800******************************************************************
026900     READ EMPLOYEE-MASTER NEXT RECORD
027000         AT END
027100             MOVE 'Y'        TO MASTER-EOF-SW
027200             MOVE HIGH-VALUES TO MASTER-KEY
027300         NOT AT END
027400             MOVE EM-EMP-ID  TO MASTER-KEY
027500     END-READ.
027600 2100-EXIT.
027700     EXIT.
027800
027900 2200-READ-NEXT-HISTORY.
028000******************************************************************
028100*    READ THE NEXT PAY HISTORY RECORD IN KEY ORDER, SETTING
028200*    THE END SWITCH AND A HIGH MATCH KEY WHEN THE FILE IS
028300*    EXHAUSTED, AND BREAK OUT THE CHECK'S YEAR AND QUARTER
028400******************************************************************
028500     READ PAY-HISTORY-FILE NEXT RECORD
028600         AT END
028700             MOVE 'Y'        TO HISTORY-EOF-SW
028800             MOVE HIGH-VALUES TO HISTORY-KEY
028900         NOT AT END
029000             ADD 1           TO HISTORY-READ-COUNT
029100             MOVE PH-EMP-ID  TO HISTORY-KEY
029200             MOVE PH-PERIOD-END TO HISTORY-DATE
029300             COMPUTE HISTORY-QUARTER
029400                 = (HISTORY-MONTH + 2) / 3
029500     END-READ.
029600 2200-EXIT.
029700     EXIT.
029800
029900 3000-LIST-ORPHAN-HISTORY.
030000******************************************************************
030100*    LIST A PAY HISTORY RECORD FOR THE YEAR WHOSE EMPLOYEE IS
030200*    NOT ON THE MASTER - MONEY PAID THAT NO MASTER ACCUMULATOR
030300*    CARRIES - AND READ THE NEXT HISTORY RECORD
030400******************************************************************
030500     IF HISTORY-YEAR NOT = RCN-YEAR
030600         GO TO 3000-READ.
030700     MOVE PH-EMP-ID          TO RN-ORP-EMP-ID.
030800     MOVE PH-WHO             TO RN-ORP-WHO.
030900     MOVE PH-GROSS-PAY       TO RN-ORP-GROSS.
031000     MOVE PH-PERIOD-END      TO RN-ORP-PERIOD-END.
031100     MOVE PH-SEQUENCE        TO RN-ORP-SEQUENCE.
031200     MOVE PH-CHECK-SOURCE    TO RN-ORP-SOURCE.
031300     WRITE RECON-REPORT-RECORD FROM RN-ORPHAN-LINE
031400         AFTER ADVANCING 1 LINE.
031500     ADD 1                   TO ORPHAN-COUNT.
031600 3000-READ.
031700     PERFORM 2200-READ-NEXT-HISTORY
031800         THRU 2200-EXIT.
031900 3000-EXIT.
032000     EXIT.
032100
032200 3100-RECONCILE-EMPLOYEE.
032300******************************************************************
032400*    SUM THE CURRENT MASTER EMPLOYEE'S PAY HISTORY FOR THE
032500*    YEAR AND QUARTER, COMPARE EACH SUM WITH ITS MASTER
032600*    FIELD, AND MOVE ON TO THE NEXT MASTER RECORD
032700******************************************************************
032800     MOVE ZERO               TO HS-YTD-HOURS.
032900     MOVE ZERO               TO HS-YTD-GROSS-PAY.
033000     MOVE ZERO               TO HS-QTD-GROSS-PAY.
033100     MOVE ZERO               TO HS-YTD-FEDERAL-WH.
033200     MOVE ZERO               TO HS-YTD-STATE-WH.
033300     MOVE ZERO               TO HS-YTD-FICA-WH.
033400     MOVE ZERO               TO HS-YTD-ER-FICA-WH.
033500     MOVE ZERO               TO HS-YTD-FUTA-TAX.
033600     MOVE ZERO               TO HS-YTD-SUTA-TAX.
033700     MOVE 'N'                TO EMPLOYEE-OUT-SW.
033800     PERFORM 3110-ADD-HISTORY-RECORD
033900         THRU 3110-EXIT
034000         UNTIL HISTORY-KEY NOT = MASTER-KEY.
034100     ADD 1                   TO EMPLOYEE-COUNT.
034200     ADD HS-YTD-GROSS-PAY    TO TOTAL-HISTORY-GROSS.
034300     ADD EM-YTD-GROSS-PAY    TO TOTAL-MASTER-GROSS.
034400     MOVE "YTD HOURS"        TO COMPARE-CAPTION.
034500     MOVE HS-YTD-HOURS       TO COMPARE-HISTORY.
034600     MOVE EM-YTD-HOURS       TO COMPARE-MASTER.
034700     PERFORM 3200-COMPARE-FIELD
034800         THRU 3200-EXIT.
034900     MOVE "YTD GROSS PAY"    TO COMPARE-CAPTION.
035000     MOVE HS-YTD-GROSS-PAY   TO COMPARE-HISTORY.
035100     MOVE EM-YTD-GROSS-PAY   TO COMPARE-MASTER.
035200     PERFORM 3200-COMPARE-FIELD
035300         THRU 3200-EXIT.
035400     MOVE "QTD GROSS PAY"    TO COMPARE-CAPTION.
035500     MOVE HS-QTD-GROSS-PAY   TO COMPARE-HISTORY.
035600     MOVE EM-QTD-GROSS-PAY   TO COMPARE-MASTER.
035700     PERFORM 3200-COMPARE-FIELD
035800         THRU 3200-EXIT.
035900     MOVE "YTD FEDERAL WH"   TO COMPARE-CAPTION.
036000     MOVE HS-YTD-FEDERAL-WH  TO COMPARE-HISTORY.
036100     MOVE EM-YTD-FEDERAL-WH  TO COMPARE-MASTER.
036200     PERFORM 3200-COMPARE-FIELD
036300         THRU 3200-EXIT.
036400     MOVE "YTD STATE WH"     TO COMPARE-CAPTION.
036500     MOVE HS-YTD-STATE-WH    TO COMPARE-HISTORY.
036600     MOVE EM-YTD-STATE-WH    TO COMPARE-MASTER.
036700     PERFORM 3200-COMPARE-FIELD
036800         THRU 3200-EXIT.
036900     MOVE "YTD FICA WH"      TO COMPARE-CAPTION.
037000     MOVE HS-YTD-FICA-WH     TO COMPARE-HISTORY.
037100     MOVE EM-YTD-FICA-WH     TO COMPARE-MASTER.
037200     PERFORM 3200-COMPARE-FIELD
037300         THRU 3200-EXIT.
037400     MOVE "YTD EMPLOYER FICA" TO COMPARE-CAPTION.
037500     MOVE HS-YTD-ER-FICA-WH  TO COMPARE-HISTORY.
037600     MOVE EM-YTD-ER-FICA-WH  TO COMPARE-MASTER.
037700     PERFORM 3200-COMPARE-FIELD
037800         THRU 3200-EXIT.
037900     MOVE "YTD FUTA TAX"     TO COMPARE-CAPTION.
038000     MOVE HS-YTD-FUTA-TAX    TO COMPARE-HISTORY.
038100     MOVE EM-YTD-FUTA-TAX    TO COMPARE-MASTER.
038200     PERFORM 3200-COMPARE-FIELD
038300         THRU 3200-EXIT.
038400     MOVE "YTD SUTA TAX"     TO COMPARE-CAPTION.
038500     MOVE HS-YTD-SUTA-TAX    TO COMPARE-HISTORY.
038600     MOVE EM-YTD-SUTA-TAX    TO COMPARE-MASTER.
038700     PERFORM 3200-COMPARE-FIELD
038800         THRU 3200-EXIT.
038900     IF EMPLOYEE-OUT
039000         ADD 1               TO EMPLOYEE-OUT-COUNT
039100     END-IF.
039200     PERFORM 2100-READ-NEXT-MASTER
039300         THRU 2100-EXIT.
039400 3100-EXIT.
039500     EXIT.
039600
039700 3110-ADD-HISTORY-RECORD.
039800******************************************************************
039900*    ADD ONE OF THE EMPLOYEE'S HISTORY RECORDS INTO THE SUMS
040000*    IF ITS PERIOD END FALLS IN THE CONTROL CARD'S YEAR (AND
040100*    QUARTER, FOR THE QUARTER-TO-DATE WAGES), THEN READ THE
040200*    NEXT.  HOURS ARE THE REGULAR, OVERTIME AND PTO HOURS
040300*    TOGETHER, AS THE PAY RUNS POST THEM TO THE MASTER.
040400******************************************************************
040500     IF HISTORY-YEAR NOT = RCN-YEAR
040600         GO TO 3110-READ.
040700     ADD 1                   TO HISTORY-USED-COUNT.
040800     ADD PH-REGULAR-HOURS    TO HS-YTD-HOURS.
040900     ADD PH-OVERTIME-HOURS   TO HS-YTD-HOURS.
041000     ADD PH-PTO-HOURS        TO HS-YTD-HOURS.
041100     ADD PH-GROSS-PAY        TO HS-YTD-GROSS-PAY.
041200     IF HISTORY-QUARTER = RCN-QUARTER
041300         ADD PH-GROSS-PAY    TO HS-QTD-GROSS-PAY
041400     END-IF.
041500     ADD PH-FEDERAL-WH       TO HS-YTD-FEDERAL-WH.
041600     ADD PH-STATE-WH         TO HS-YTD-STATE-WH.
041700     ADD PH-FICA-WH          TO HS-YTD-FICA-WH.
041800     ADD PH-ER-FICA-TAX      TO HS-YTD-ER-FICA-WH.
041900     ADD PH-FUTA-TAX         TO HS-YTD-FUTA-TAX.
042000     ADD PH-SUTA-TAX         TO HS-YTD-SUTA-TAX.
042100 3110-READ.
042200     PERFORM 2200-READ-NEXT-HISTORY
042300         THRU 2200-EXIT.
042400 3110-EXIT.
042500     EXIT.
042600
042700 3200-COMPARE-FIELD.
042800******************************************************************
042900*    COMPARE ONE HISTORY SUM WITH ITS MASTER FIELD AND LIST
043000*    THE FIELD WHEN THEY DO NOT TIE TO THE PENNY
043100******************************************************************
043200     COMPUTE COMPARE-DIFFERENCE
043300         = COMPARE-HISTORY - COMPARE-MASTER.
043400     IF COMPARE-DIFFERENCE = ZERO
043500         GO TO 3200-EXIT.
043600     MOVE EM-EMP-ID          TO RN-DIF-EMP-ID.
043700     MOVE EM-WHO             TO RN-DIF-WHO.
043800     MOVE COMPARE-CAPTION    TO RN-DIF-FIELD.
043900     MOVE COMPARE-HISTORY    TO RN-DIF-HISTORY.
044000     MOVE COMPARE-MASTER     TO RN-DIF-MASTER.
044100     MOVE COMPARE-DIFFERENCE TO RN-DIF-DIFFERENCE.
044200     WRITE RECON-REPORT-RECORD FROM RN-DIFF-LINE
044300         AFTER ADVANCING 1 LINE.
044400     ADD 1                   TO DIFFERENCE-COUNT.
044500     MOVE 'Y'                TO EMPLOYEE-OUT-SW.
044600 3200-EXIT.
044700     EXIT.
044800
044900 8000-WRITE-SUMMARY.
045000******************************************************************
045100*    PRINT THE RUN'S COUNTS AND THE COMPANY GROSS TOTALS
045200*    FROM EACH SIDE BELOW THE DETAIL
045300******************************************************************
045400     MOVE "RECONCILIATION SUMMARY" TO RN-CAPTION.
045500     WRITE RECON-REPORT-RECORD FROM RN-CAPTION-LINE
045600         AFTER ADVANCING 3 LINES.
045700     MOVE "EMPLOYEES COMPARED"  TO RN-CNT-CAPTION.
045800     MOVE EMPLOYEE-COUNT        TO RN-CNT-COUNT.
045900     WRITE RECON-REPORT-RECORD FROM RN-COUNT-LINE
046000         AFTER ADVANCING 2 LINES.
046100     MOVE "EMPLOYEES OUT OF BALANCE" TO RN-CNT-CAPTION.
046200     MOVE EMPLOYEE-OUT-COUNT    TO RN-CNT-COUNT.
046300     WRITE RECON-REPORT-RECORD FROM RN-COUNT-LINE
046400         AFTER ADVANCING 1 LINE.
046500     MOVE "FIELD DIFFERENCES LISTED" TO RN-CNT-CAPTION.
046600     MOVE DIFFERENCE-COUNT      TO RN-CNT-COUNT.
046700     WRITE RECON-REPORT-RECORD FROM RN-COUNT-LINE
046800         AFTER ADVANCING 1 LINE.
046900     MOVE "HISTORY RECORDS NOT ON MASTER" TO RN-CNT-CAPTION.
047000     MOVE ORPHAN-COUNT          TO RN-CNT-COUNT.
047100     WRITE RECON-REPORT-RECORD FROM RN-COUNT-LINE
047200         AFTER ADVANCING 1 LINE.
047300     MOVE "HISTORY YTD GROSS, MASTER EMPLOYEES" TO RN-AMT-CAPTION.
047400     MOVE TOTAL-HISTORY-GROSS   TO RN-AMT-AMOUNT.
047500     WRITE RECON-REPORT-RECORD FROM RN-AMOUNT-LINE
047600         AFTER ADVANCING 2 LINES.
047700     MOVE "MASTER YTD GROSS"    TO RN-AMT-CAPTION.
047800     MOVE TOTAL-MASTER-GROSS    TO RN-AMT-AMOUNT.
047900     WRITE RECON-REPORT-RECORD FROM RN-AMOUNT-LINE
048000         AFTER ADVANCING 1 LINE.
048100 8000-EXIT.
048200     EXIT.
048300
048400 9000-FINALIZE.
048500******************************************************************
048600*    PRINT THE SUMMARY, WRITE THE OPERATIONS CONTROL REPORT,
048700*    CLOSE FILES AND SET THE RETURN CODE THE SCHEDULER ACTS
048800*    ON - 0 EVERYTHING TIES, 4 ANY FIELD DIFFERENCE OR
048900*    HISTORY NOT ON THE MASTER, 8 ABORTED
049000******************************************************************
049100     IF NOT RUN-ABORTED
049200         PERFORM 8000-WRITE-SUMMARY
049300             THRU 8000-EXIT
049400     END-IF.
049500     PERFORM 9600-WRITE-CONTROL-REPORT
049600         THRU 9600-EXIT.
049700     CLOSE EMPLOYEE-MASTER.
049800     CLOSE PAY-HISTORY-FILE.
049900     CLOSE RECON-REPORT.
050000     CLOSE OPS-CONTROL-REPORT.
050100     IF RUN-ABORTED
050200         MOVE 8              TO RETURN-CODE
050300     ELSE
050400         IF DIFFERENCE-COUNT > ZERO OR ORPHAN-COUNT > ZERO
050500             MOVE 4          TO RETURN-CODE
050600         ELSE
050700             MOVE 0          TO RETURN-CODE
050800         END-IF
050900     END-IF.
051000 9000-EXIT.
051100     EXIT.
051200
051300 9600-WRITE-CONTROL-REPORT.
051400******************************************************************
051500*    WRITE THE ONE-PAGE OPERATIONS CONTROL REPORT - RUN
051600*    STATUS, THE YEAR AND QUARTER PROVED AND THE RUN'S COUNTS
051700******************************************************************
051800     IF OPS-FILE-STATUS NOT = "00"
051900         GO TO 9600-EXIT.
052000     MOVE "PAYRECON"            TO OPS-TITLE-PROGRAM.
052100     WRITE OPS-CONTROL-RECORD FROM OPS-TITLE-LINE
052200         AFTER ADVANCING 1 LINE.
052300     IF RUN-ABORTED
052400         MOVE "ABORTED - NOTHING RECONCILED"
052500             TO OPS-STATUS
052600     ELSE
052700         IF DIFFERENCE-COUNT > ZERO OR ORPHAN-COUNT > ZERO
052800             MOVE "COMPLETE - OUT OF BALANCE, HOLD RESETS"
052900                 TO OPS-STATUS
053000         ELSE
053100             MOVE "COMPLETE - HISTORY AND MASTER TIE"
053200                 TO OPS-STATUS
053300         END-IF
053400     END-IF.
053500     WRITE OPS-CONTROL-RECORD FROM OPS-STATUS-LINE
053600         AFTER ADVANCING 2 LINES.
053700     MOVE "YEAR AND QUARTER"    TO OPS-TXT-CAPTION.
053800     MOVE RN-PER-TEXT           TO OPS-TXT-VALUE.
053900     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
054000         AFTER ADVANCING 2 LINES.
054100     MOVE "EMPLOYEES COMPARED"  TO OPS-CNT-CAPTION.
054200     MOVE EMPLOYEE-COUNT        TO OPS-CNT-VALUE.
054300     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
054400         AFTER ADVANCING 1 LINE.
054500     MOVE "HISTORY RECORDS READ" TO OPS-CNT-CAPTION.
054600     MOVE HISTORY-READ-COUNT    TO OPS-CNT-VALUE.
054700     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
054800         AFTER ADVANCING 1 LINE.
054900     MOVE "HISTORY RECORDS IN YEAR" TO OPS-CNT-CAPTION.
055000     MOVE HISTORY-USED-COUNT    TO OPS-CNT-VALUE.
055100     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
055200         AFTER ADVANCING 1 LINE.
055300     MOVE "EMPLOYEES OUT OF BALANCE" TO OPS-CNT-CAPTION.
055400     MOVE EMPLOYEE-OUT-COUNT    TO OPS-CNT-VALUE.
055500     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
055600         AFTER ADVANCING 1 LINE.
055700     MOVE "FIELD DIFFERENCES"   TO OPS-CNT-CAPTION.
055800     MOVE DIFFERENCE-COUNT      TO OPS-CNT-VALUE.
055900     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
056000         AFTER ADVANCING 1 LINE.
056100     MOVE "HISTORY RECORDS NOT ON MASTER" TO OPS-CNT-CAPTION.
056200     MOVE ORPHAN-COUNT          TO OPS-CNT-VALUE.
056300     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
056400         AFTER ADVANCING 1 LINE.
056500 9600-EXIT.
056600     EXIT.
