000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                DEDMAINT.
000300 AUTHOR.                    R L BENNETT.
000400 INSTALLATION.              PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700******************************************************************
000800*    DEDMAINT - DEDUCTION MASTER FILE MAINTENANCE
000900*------------------------------------------------------------------
001000*    THE ONLY PROGRAM THAT CREATES OR CHANGES DEDUCTION MASTER
001100*    (DEDFILE) RECORDS - THE 401(K), INSURANCE, UNION DUES AND
001200*    GARNISHMENTS SHEETPAY AND OFFCYCLE TAKE FROM EACH CHECK.
001300*    READS A TRANSACTION FILE OF ADD / CHG / STP / RSM
001400*    REQUESTS KEYED BY EMPLOYEE ID AND DEDUCTION CODE, APPLIES
001500*    THEM TO THE DEDUCTION TABLE AS LOADED FROM DEDFILE, AND
001600*    REWRITES THE FILE AT END OF RUN.  A DEDUCTION FOR AN
001700*    EMPLOYEE NOT ON THE EMPLOYEE MASTER, A SECOND ACTIVE
001800*    DEDUCTION AT THE SAME PRIORITY, A PERCENT OF GROSS OF 100
001900*    OR OVER, AND A GARNISHMENT WITH NO PROTECTED-NET FLOOR OR
001950*    NO CASE NUMBER ARE ALL REJECTED.  EVERY TRANSACTION IS
002000*    AUDITED, AND EVERY ACCEPTED CHANGE IS WRITTEN WITH BEFORE
002100*    AND AFTER IMAGES OF THE DEDUCTION, SO A CHANGED AMOUNT,
002200*    PERCENT, GOAL OR PROTECTED NET CAN ALWAYS BE TRACED.  THE
002300*    TAKEN-TO-DATE AND ARREARS COLUMNS BELONG TO THE PAY RUNS
002400*    AND ARE NEVER KEYED HERE.
002600*------------------------------------------------------------------
002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    ---------- ----  ------------------------------------------
003000*    2026-10-15 RLB   ORIGINAL PROGRAM - DEDUCTION MASTER
003100*                     MAINTENANCE WITH BEFORE/AFTER AUDIT TRAIL,
003200*                     OPERATIONS CONTROL REPORT AND RETURN CODE
003300*                     (0 ALL ACCEPTED, 4 SOME REJECTED, 8
003400*                     ABORTED).
003410*    2026-10-15 RLB   A GARNISHMENT MUST CARRY THE CASE NUMBER OF
003420*                     ITS ORDER.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.           IBM-370.
003900 OBJECT-COMPUTER.           IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT TRANSACTION-FILE ASSIGN TO DEDTRAN
004300                            ORGANIZATION IS LINE SEQUENTIAL
004400                            FILE STATUS IS TRN-FILE-STATUS.
004500     SELECT OPTIONAL DEDUCTION-FILE ASSIGN TO DEDFILE
004600                            ORGANIZATION IS LINE SEQUENTIAL
004700                            FILE STATUS IS DED-FILE-STATUS.
004800     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
004900                            ORGANIZATION IS INDEXED
005000                            ACCESS MODE IS DYNAMIC
005100                            RECORD KEY IS EM-EMP-ID
005200                            FILE STATUS IS EMP-FILE-STATUS.
005300     SELECT AUDIT-REPORT    ASSIGN TO DEDAUDIT
005400                            ORGANIZATION IS LINE SEQUENTIAL
005500                            FILE STATUS IS AUD-FILE-STATUS.
005600     SELECT OPS-CONTROL-REPORT ASSIGN TO DEDOPSR
005700                            ORGANIZATION IS LINE SEQUENTIAL
005800                            FILE STATUS IS OPS-FILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  TRANSACTION-FILE
006200     RECORDING MODE IS F.
006300     COPY DEDTREC.
006400 FD  DEDUCTION-FILE.
006500     COPY DEDREC.
006600 FD  EMPLOYEE-MASTER.
006700     COPY EMPMAST.
006800 FD  AUDIT-REPORT.
006900 01  AUDIT-REPORT-RECORD     PIC X(132).
007000 FD  OPS-CONTROL-REPORT.
007100 01  OPS-CONTROL-RECORD      PIC X(80).
007200 WORKING-STORAGE SECTION.
007300******************************************************************
007400*    FILE STATUS AND END-OF-FILE SWITCHES
007500******************************************************************
007600 77  TRN-FILE-STATUS         PIC X(02).
007700 77  DED-FILE-STATUS         PIC X(02).
007800 77  EMP-FILE-STATUS         PIC X(02).
007900 77  AUD-FILE-STATUS         PIC X(02).
008000 77  OPS-FILE-STATUS         PIC X(02).
008100 77  END-OF-FILE-SW          PIC X(01)       VALUE 'N'.
008200     88  END-OF-FILE                         VALUE 'Y'.
008300 77  DED-EOF-SW              PIC X(01)       VALUE 'N'.
008400     88  DED-EOF                             VALUE 'Y'.
008500 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
008600     88  RUN-ABORTED                         VALUE 'Y'.
008700 77  RECORD-FOUND-SW         PIC X(01)       VALUE 'N'.
008800     88  RECORD-FOUND                        VALUE 'Y'.
008900 77  ENTRY-FOUND-SW          PIC X(01)       VALUE 'N'.
009000     88  ENTRY-FOUND                         VALUE 'Y'.
009100 77  PRIORITY-IN-USE-SW      PIC X(01)       VALUE 'N'.
009200     88  PRIORITY-IN-USE                     VALUE 'Y'.
009300******************************************************************
009400*    TRANSACTION EDIT WORK FIELDS
009500******************************************************************
009600 77  AUDIT-STATUS            PIC X(08).
009700 77  AUDIT-REASON            PIC X(30).
009800 77  OPEN-END-DATE           PIC 9(08)       VALUE 99999999.
009900 77  BEFORE-IMAGE-SW         PIC X(01)       VALUE 'N'.
010000     88  BEFORE-IMAGE-HELD                   VALUE 'Y'.
010100 77  AFTER-IMAGE-SW          PIC X(01)       VALUE 'N'.
010200     88  AFTER-IMAGE-HELD                    VALUE 'Y'.
010300 01  BEFORE-IMAGE-HOLD       PIC X(132).
010400 01  AFTER-IMAGE-HOLD        PIC X(132).
010500 01  DED-ENTRY-SAVE          PIC X(176).
010600 77  DED-SUB                 PIC 9(04)  COMP.
010700 77  SCAN-SUB                PIC 9(04)  COMP.
010800 77  TRANS-READ-COUNT        PIC 9(05)       VALUE ZERO.
010900 77  TRANS-ACCEPTED-COUNT    PIC 9(05)       VALUE ZERO.
011000 77  TRANS-REJECTED-COUNT    PIC 9(05)       VALUE ZERO.
011100******************************************************************
011200*    DEDUCTION TABLE, LOADED FROM DEDFILE AND REWRITTEN FROM
011300*    IT AT END OF RUN
011400******************************************************************
011500     COPY DEDTAB.
011600******************************************************************
011700*    AUDIT TRAIL PRINT LINES.  THE BEFORE/AFTER IMAGES ABOVE
011800*    ARE BUILT AS A CHANGE IS APPLIED BUT PRINTED AFTER THE
011900*    TRANSACTION'S AUDIT LINE SO THE TRAIL READS IN ORDER.
012000******************************************************************
012100     COPY DEDAREC.
012200******************************************************************
012300*    PRINT LINES FOR THE OPERATIONS CONTROL REPORT
012400******************************************************************
012500     COPY OPSREC.
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800******************************************************************
012900*    MAIN CONTROL PARAGRAPH
013000******************************************************************
013100     PERFORM 1000-INITIALIZE
013200         THRU 1000-EXIT.
013300     PERFORM 2000-PROCESS-TRANSACTION
013400         THRU 2000-EXIT
013500         UNTIL END-OF-FILE.
013600     PERFORM 9000-FINALIZE
013700         THRU 9000-EXIT.
013800     GOBACK.
013900
014000 1000-INITIALIZE.
014100******************************************************************
014200*    OPEN THE TRANSACTION FILE, AUDIT AND CONTROL REPORTS AND
014300*    THE EMPLOYEE MASTER, LOAD THE DEDUCTION TABLE, AND PRIME
014400*    THE TRANSACTION READ LOOP.  THE MASTER IS READ ONLY -
014500*    EMPMAINT ALONE CREATES EMPLOYEES - SO A MASTER THAT WILL
014600*    NOT OPEN STOPS THE RUN.
014700******************************************************************
014800     OPEN INPUT TRANSACTION-FILE.
014900     IF TRN-FILE-STATUS NOT = "00"
015000         DISPLAY "DEDMAINT: UNABLE TO OPEN TRANSACTION-FILE, "
015100             "STATUS = " TRN-FILE-STATUS
015200         MOVE 'Y' TO END-OF-FILE-SW
015300         MOVE 'Y' TO RUN-ABORT-SW
015400     END-IF.
015500     OPEN OUTPUT AUDIT-REPORT.
015600     IF AUD-FILE-STATUS NOT = "00"
015700         DISPLAY "DEDMAINT: UNABLE TO OPEN AUDIT-REPORT, "
015800             "STATUS = " AUD-FILE-STATUS
015900         MOVE 'Y' TO END-OF-FILE-SW
016000         MOVE 'Y' TO RUN-ABORT-SW
016100     END-IF.
016200     OPEN OUTPUT OPS-CONTROL-REPORT.
016300     IF OPS-FILE-STATUS NOT = "00"
016400         DISPLAY "DEDMAINT: UNABLE TO OPEN OPS-CONTROL-REPORT, "
016500             "STATUS = " OPS-FILE-STATUS
016600         MOVE 'Y' TO END-OF-FILE-SW
016700         MOVE 'Y' TO RUN-ABORT-SW
016800     END-IF.
016900     OPEN INPUT EMPLOYEE-MASTER.
017000     IF EMP-FILE-STATUS NOT = "00"
017100         DISPLAY "DEDMAINT: UNABLE TO OPEN EMPLOYEE-MASTER, "
017200             "STATUS = " EMP-FILE-STATUS
017300         MOVE 'Y' TO END-OF-FILE-SW
017400         MOVE 'Y' TO RUN-ABORT-SW
017500     END-IF.
017600     PERFORM 1400-LOAD-DEDUCTION-TABLE
017700         THRU 1400-EXIT.
017800     IF NOT END-OF-FILE
017900         PERFORM 2100-READ-TRANSACTION
018000             THRU 2100-EXIT
018100     END-IF.
018200 1000-EXIT.
018300     EXIT.
018400
018500 1400-LOAD-DEDUCTION-TABLE.
018600******************************************************************
018700*    LOAD THE DEDUCTION MASTER INTO THE TABLE.  THE FILE IS
018800*    OPTIONAL - ON FIRST-TIME SETUP THERE IS NOTHING TO LOAD
018900*    AND THE TABLE STARTS EMPTY.
019000******************************************************************
019100     OPEN INPUT DEDUCTION-FILE.
019200     IF DED-FILE-STATUS NOT = "00" AND DED-FILE-STATUS NOT = "05"
019300         DISPLAY "DEDMAINT: UNABLE TO OPEN DEDUCTION-FILE, "
019400             "STATUS = " DED-FILE-STATUS
019500         MOVE 'Y' TO END-OF-FILE-SW
019600         MOVE 'Y' TO RUN-ABORT-SW
019700         GO TO 1400-EXIT.
019800     MOVE 'N'                TO DED-EOF-SW.
019900     PERFORM 1410-LOAD-DED-ENTRY
020000         THRU 1410-EXIT
020100         UNTIL DED-EOF.
020200     CLOSE DEDUCTION-FILE.
020300 1400-EXIT.
020400     EXIT.
020500
020600 1410-LOAD-DED-ENTRY.
020700******************************************************************
020800*    READ AND STORE ONE DEDUCTION MASTER ENTRY.  MORE ENTRIES
020900*    THAN THE TABLE HOLDS IS A SETUP ERROR THAT ABORTS THE RUN
021000*    RATHER THAN SILENTLY DROPPING ENTRIES ON THE REWRITE.
021100*    ORDER DATES LEFT BLANK ON OLDER RECORDS LOAD AS OPEN.
021200******************************************************************
021300     READ DEDUCTION-FILE
021400         AT END
021500             MOVE 'Y' TO DED-EOF-SW
021600         NOT AT END
021700             IF DED-ENTRY-COUNT >= DED-TABLE-MAX
021800                 DISPLAY "DEDMAINT: DEDUCTION FILE EXCEEDS "
021900                     "TABLE LIMIT OF " DED-TABLE-MAX
022000                 MOVE 'Y' TO DED-EOF-SW
022100                 MOVE 'Y' TO END-OF-FILE-SW
022200                 MOVE 'Y' TO RUN-ABORT-SW
022300             ELSE
022400                 ADD 1 TO DED-ENTRY-COUNT
022500                 MOVE DM-EMP-ID
022600                     TO DE-EMP-ID (DED-ENTRY-COUNT)
022700                 MOVE DM-DED-CODE
022800                     TO DE-DED-CODE (DED-ENTRY-COUNT)
022900                 MOVE DM-DESCRIPTION
023000                     TO DE-DESCRIPTION (DED-ENTRY-COUNT)
023100                 MOVE DM-DED-TYPE
023200                     TO DE-DED-TYPE (DED-ENTRY-COUNT)
023300                 MOVE DM-PRIORITY
023400                     TO DE-PRIORITY (DED-ENTRY-COUNT)
023500                 MOVE DM-AMOUNT
023600                     TO DE-AMOUNT (DED-ENTRY-COUNT)
023700                 MOVE DM-PERCENT
023800                     TO DE-PERCENT (DED-ENTRY-COUNT)
023900                 MOVE DM-GOAL-AMOUNT
024000                     TO DE-GOAL-AMOUNT (DED-ENTRY-COUNT)
024100                 MOVE DM-TAKEN-TO-DATE
024200                     TO DE-TAKEN-TO-DATE (DED-ENTRY-COUNT)
024300                 MOVE DM-PROTECTED-NET
024400                     TO DE-PROTECTED-NET (DED-ENTRY-COUNT)
024500                 MOVE DM-ARREARS
024600                     TO DE-ARREARS (DED-ENTRY-COUNT)
024700                 MOVE DM-PAYEE
024800                     TO DE-PAYEE (DED-ENTRY-COUNT)
024900                 MOVE DM-GL-ACCOUNT
025000                     TO DE-GL-ACCOUNT (DED-ENTRY-COUNT)
025100                 MOVE DM-CASE-NUMBER
025200                     TO DE-CASE-NUMBER (DED-ENTRY-COUNT)
025300                 IF DM-ORDER-START NUMERIC
025400                     MOVE DM-ORDER-START
025500                         TO DE-ORDER-START (DED-ENTRY-COUNT)
025600                 ELSE
025700                     MOVE ZERO
025800                         TO DE-ORDER-START (DED-ENTRY-COUNT)
025900                 END-IF
026000                 IF DM-ORDER-STOP NUMERIC
026100                         AND DM-ORDER-STOP NOT = ZERO
026200                     MOVE DM-ORDER-STOP
026300                         TO DE-ORDER-STOP (DED-ENTRY-COUNT)
026400                 ELSE
026500                     MOVE OPEN-END-DATE
026600                         TO DE-ORDER-STOP (DED-ENTRY-COUNT)
026700                 END-IF
026800                 MOVE DM-STATUS
026900                     TO DE-STATUS (DED-ENTRY-COUNT)
027000                 MOVE ZERO
027100                     TO DE-TAKEN-THIS-RUN (DED-ENTRY-COUNT)
027200                 MOVE ZERO
027300                     TO DE-TAKEN-THIS-CHECK (DED-ENTRY-COUNT)
027400             END-IF
027500     END-READ.
027600 1410-EXIT.
027700     EXIT.
027800
027900 2000-PROCESS-TRANSACTION.
028000******************************************************************
028100*    APPLY ONE MAINTENANCE TRANSACTION TO THE DEDUCTION TABLE,
028200*    WRITE ITS AUDIT LINE, THEN READ THE NEXT TRANSACTION.
028300******************************************************************
028400     ADD 1                   TO TRANS-READ-COUNT.
028500     MOVE "ACCEPTED"         TO AUDIT-STATUS.
028600     MOVE SPACES             TO AUDIT-REASON.
028700     MOVE 'N'                TO BEFORE-IMAGE-SW.
028800     MOVE 'N'                TO AFTER-IMAGE-SW.
028900     IF DT-ADD
029000         PERFORM 3000-ADD-DEDUCTION
029100             THRU 3000-EXIT
029200     ELSE
029300         IF DT-CHANGE OR DT-STOP OR DT-RESUME
029400             PERFORM 3100-CHANGE-DEDUCTION
029500                 THRU 3100-EXIT
029600         ELSE
029700             MOVE "REJECTED" TO AUDIT-STATUS
029800             MOVE "UNKNOWN ACTION" TO AUDIT-REASON
029900         END-IF
030000     END-IF.
030100     IF AUDIT-STATUS = "ACCEPTED"
030200         ADD 1               TO TRANS-ACCEPTED-COUNT
030300     ELSE
030400         ADD 1               TO TRANS-REJECTED-COUNT
030500     END-IF.
030600     PERFORM 7000-WRITE-AUDIT-LINE
030700         THRU 7000-EXIT.
030800     IF BEFORE-IMAGE-HELD
030900         WRITE AUDIT-REPORT-RECORD FROM BEFORE-IMAGE-HOLD
031000             AFTER ADVANCING 1 LINE
031100     END-IF.
031200     IF AFTER-IMAGE-HELD
031300         WRITE AUDIT-REPORT-RECORD FROM AFTER-IMAGE-HOLD
031400             AFTER ADVANCING 1 LINE
031500     END-IF.
031600     PERFORM 2100-READ-TRANSACTION
031700         THRU 2100-EXIT.
031800 2000-EXIT.
031900     EXIT.
032000
032100 2100-READ-TRANSACTION.
032200******************************************************************
032300*    READ THE NEXT MAINTENANCE TRANSACTION, SETTING THE END-OF-
032400*    FILE SWITCH WHEN THE FILE IS EXHAUSTED
032500******************************************************************
032600     READ TRANSACTION-FILE
032700         AT END
032800             MOVE 'Y' TO END-OF-FILE-SW
032900     END-READ.
033000 2100-EXIT.
033100     EXIT.
033200
033300 3000-ADD-DEDUCTION.
033400******************************************************************
033500*    ADD A NEW DEDUCTION FOR AN EMPLOYEE ON THE MASTER, ACTIVE
033600*    AND WITH NOTHING YET TAKEN OR IN ARREARS.  THE NEW ENTRY
033700*    IS BUILT IN THE FIRST FREE TABLE SLOT AND COUNTED ONLY
033800*    ONCE IT HAS PASSED EVERY EDIT.  AN EMPLOYEE/CODE ALREADY
033900*    ON FILE IS A DUPLICATE, STOPPED OR NOT.
034000******************************************************************
034100     IF DT-EMP-ID = SPACES OR DT-DED-CODE = SPACES
034200         MOVE "REJECTED" TO AUDIT-STATUS
034300         MOVE "EMPLOYEE AND CODE REQUIRED" TO AUDIT-REASON
034400         GO TO 3000-EXIT.
034500     PERFORM 4000-READ-MASTER
034600         THRU 4000-EXIT.
034700     IF AUDIT-STATUS = "REJECTED"
034800         GO TO 3000-EXIT.
034900     PERFORM 4100-FIND-DEDUCTION
035000         THRU 4100-EXIT.
035100     IF ENTRY-FOUND
035200         MOVE "REJECTED" TO AUDIT-STATUS
035300         MOVE "DEDUCTION ALREADY ON FILE" TO AUDIT-REASON
035400         GO TO 3000-EXIT.
035500     IF DED-ENTRY-COUNT >= DED-TABLE-MAX
035600         MOVE "REJECTED" TO AUDIT-STATUS
035700         MOVE "TABLE FULL" TO AUDIT-REASON
035800         GO TO 3000-EXIT.
035900     IF DT-PERCENT NOT < 100
036000         MOVE "REJECTED" TO AUDIT-STATUS
036100         MOVE "PERCENT 100 OR OVER" TO AUDIT-REASON
036200         GO TO 3000-EXIT.
036300     COMPUTE DED-SUB = DED-ENTRY-COUNT + 1.
036400     MOVE DT-EMP-ID          TO DE-EMP-ID (DED-SUB).
036500     MOVE DT-DED-CODE        TO DE-DED-CODE (DED-SUB).
036600     MOVE DT-DESCRIPTION     TO DE-DESCRIPTION (DED-SUB).
036700     MOVE DT-DED-TYPE        TO DE-DED-TYPE (DED-SUB).
036800     MOVE DT-PRIORITY        TO DE-PRIORITY (DED-SUB).
036900     MOVE DT-AMOUNT          TO DE-AMOUNT (DED-SUB).
037000     COMPUTE DE-PERCENT (DED-SUB) = DT-PERCENT / 100.
037100     MOVE DT-GOAL-AMOUNT     TO DE-GOAL-AMOUNT (DED-SUB).
037200     MOVE ZERO               TO DE-TAKEN-TO-DATE (DED-SUB).
037300     MOVE DT-PROTECTED-NET   TO DE-PROTECTED-NET (DED-SUB).
037400     MOVE ZERO               TO DE-ARREARS (DED-SUB).
037500     MOVE DT-PAYEE           TO DE-PAYEE (DED-SUB).
037600     MOVE DT-GL-ACCOUNT      TO DE-GL-ACCOUNT (DED-SUB).
037700     MOVE DT-CASE-NUMBER     TO DE-CASE-NUMBER (DED-SUB).
037800     MOVE DT-ORDER-START     TO DE-ORDER-START (DED-SUB).
037900     IF DT-ORDER-STOP = ZERO
038000         MOVE OPEN-END-DATE  TO DE-ORDER-STOP (DED-SUB)
038100     ELSE
038200         MOVE DT-ORDER-STOP  TO DE-ORDER-STOP (DED-SUB)
038300     END-IF.
038400     MOVE 'A'                TO DE-STATUS (DED-SUB).
038500     MOVE ZERO               TO DE-TAKEN-THIS-RUN (DED-SUB).
038600     MOVE ZERO               TO DE-TAKEN-THIS-CHECK (DED-SUB).
038700     PERFORM 5000-EDIT-DEDUCTION
038800         THRU 5000-EXIT.
038900     IF AUDIT-STATUS = "REJECTED"
039000         GO TO 3000-EXIT.
039100     ADD 1                   TO DED-ENTRY-COUNT.
039200     PERFORM 7200-WRITE-AFTER-IMAGE
039300         THRU 7200-EXIT.
039400 3000-EXIT.
039500     EXIT.
039600
039700 3100-CHANGE-DEDUCTION.
039800******************************************************************
039900*    CORRECT, STOP OR RESUME AN EXISTING DEDUCTION.  THE
040000*    BEFORE IMAGE IS TAKEN FROM THE ENTRY AS LOADED, THE
040100*    CHANGE APPLIED, AND THE AFTER IMAGE TAKEN FROM THE ENTRY
040200*    AS IT WILL BE REWRITTEN.  ON A CHG, A BLANK OR ZERO FIELD
040300*    LEAVES THAT FIELD AS IT STANDS.  AN ENTRY THAT FAILS THE
040400*    EDITS AFTER THE CHANGE IS PUT BACK EXACTLY AS IT WAS.
040500******************************************************************
040600     PERFORM 4000-READ-MASTER
040700         THRU 4000-EXIT.
040800     IF AUDIT-STATUS = "REJECTED"
040900         GO TO 3100-EXIT.
041000     PERFORM 4100-FIND-DEDUCTION
041100         THRU 4100-EXIT.
041200     IF NOT ENTRY-FOUND
041300         MOVE "REJECTED" TO AUDIT-STATUS
041400         MOVE "DEDUCTION NOT ON FILE" TO AUDIT-REASON
041500         GO TO 3100-EXIT.
041600     IF DT-STOP AND DE-STOPPED (DED-SUB)
041700         MOVE "REJECTED" TO AUDIT-STATUS
041800         MOVE "DEDUCTION ALREADY STOPPED" TO AUDIT-REASON
041900         GO TO 3100-EXIT.
042000     IF DT-RESUME AND NOT DE-STOPPED (DED-SUB)
042100         MOVE "REJECTED" TO AUDIT-STATUS
042200         MOVE "DEDUCTION NOT STOPPED" TO AUDIT-REASON
042300         GO TO 3100-EXIT.
042400     IF DT-CHANGE AND DT-PERCENT NOT < 100
042500         MOVE "REJECTED" TO AUDIT-STATUS
042600         MOVE "PERCENT 100 OR OVER" TO AUDIT-REASON
042700         GO TO 3100-EXIT.
042800     MOVE DED-ENTRY (DED-SUB) TO DED-ENTRY-SAVE.
042900     PERFORM 7100-WRITE-BEFORE-IMAGE
043000         THRU 7100-EXIT.
043100     IF DT-STOP
043200         MOVE 'S'            TO DE-STATUS (DED-SUB)
043300     END-IF.
043400     IF DT-RESUME
043500         MOVE 'A'            TO DE-STATUS (DED-SUB)
043600     END-IF.
043700     IF DT-CHANGE
043800         PERFORM 3150-APPLY-CHANGE
043900             THRU 3150-EXIT
044000     END-IF.
044100     IF NOT DT-STOP
044200         PERFORM 5000-EDIT-DEDUCTION
044300             THRU 5000-EXIT
044400     END-IF.
044500     IF AUDIT-STATUS = "REJECTED"
044600         MOVE DED-ENTRY-SAVE TO DED-ENTRY (DED-SUB)
044700         GO TO 3100-EXIT.
044800     PERFORM 7200-WRITE-AFTER-IMAGE
044900         THRU 7200-EXIT.
045000 3100-EXIT.
045100     EXIT.
045200
045300 3150-APPLY-CHANGE.
045400******************************************************************
045500*    MOVE THE KEYED FIELDS OF A CHG ONTO THE TABLE ENTRY.
045600*    BLANK AND ZERO FIELDS WERE NOT KEYED AND ARE LEFT ALONE.
045700******************************************************************
045800     IF DT-DESCRIPTION NOT = SPACES
045900         MOVE DT-DESCRIPTION TO DE-DESCRIPTION (DED-SUB)
046000     END-IF.
046100     IF DT-DED-TYPE NOT = SPACE
046200         MOVE DT-DED-TYPE    TO DE-DED-TYPE (DED-SUB)
046300     END-IF.
046400     IF DT-PRIORITY NOT = ZERO
046500         MOVE DT-PRIORITY    TO DE-PRIORITY (DED-SUB)
046600     END-IF.
046700     IF DT-AMOUNT NOT = ZERO
046800         MOVE DT-AMOUNT      TO DE-AMOUNT (DED-SUB)
046900     END-IF.
047000     IF DT-PERCENT NOT = ZERO
047100         COMPUTE DE-PERCENT (DED-SUB) = DT-PERCENT / 100
047200     END-IF.
047300     IF DT-GOAL-AMOUNT NOT = ZERO
047400         MOVE DT-GOAL-AMOUNT TO DE-GOAL-AMOUNT (DED-SUB)
047500     END-IF.
047600     IF DT-PROTECTED-NET NOT = ZERO
047700         MOVE DT-PROTECTED-NET TO DE-PROTECTED-NET (DED-SUB)
047800     END-IF.
047900     IF DT-PAYEE NOT = SPACES
048000         MOVE DT-PAYEE       TO DE-PAYEE (DED-SUB)
048100     END-IF.
048200     IF DT-GL-ACCOUNT NOT = SPACES
048300         MOVE DT-GL-ACCOUNT  TO DE-GL-ACCOUNT (DED-SUB)
048400     END-IF.
048500     IF DT-CASE-NUMBER NOT = SPACES
048600         MOVE DT-CASE-NUMBER TO DE-CASE-NUMBER (DED-SUB)
048700     END-IF.
048800     IF DT-ORDER-START NOT = ZERO
048900         MOVE DT-ORDER-START TO DE-ORDER-START (DED-SUB)
049000     END-IF.
049100     IF DT-ORDER-STOP NOT = ZERO
049200         MOVE DT-ORDER-STOP  TO DE-ORDER-STOP (DED-SUB)
049300     END-IF.
049400 3150-EXIT.
049500     EXIT.
049600
049700 4000-READ-MASTER.
049800******************************************************************
049900*    THE DEDUCTION'S EMPLOYEE MUST BE ON THE EMPLOYEE MASTER.
050000*    A READ THAT FAILS OUTRIGHT - NOT MERELY RECORD-NOT-FOUND
050100*    - IS REPORTED AS SUCH RATHER THAN AS A MISSING EMPLOYEE.
050200******************************************************************
050300     MOVE 'N'                TO RECORD-FOUND-SW.
050400     MOVE DT-EMP-ID          TO EM-EMP-ID.
050500     READ EMPLOYEE-MASTER
050600         INVALID KEY
050700             CONTINUE
050800         NOT INVALID KEY
050900             MOVE 'Y'        TO RECORD-FOUND-SW
051000     END-READ.
051100     IF EMP-FILE-STATUS NOT = "00"
051200             AND EMP-FILE-STATUS NOT = "23"
051300         MOVE "REJECTED"     TO AUDIT-STATUS
051400         MOVE "MASTER READ FAILED" TO AUDIT-REASON
051500         GO TO 4000-EXIT.
051600     IF NOT RECORD-FOUND
051700         MOVE "REJECTED"     TO AUDIT-STATUS
051800         MOVE "EMPLOYEE NOT ON MASTER" TO AUDIT-REASON
051900     END-IF.
052000 4000-EXIT.
052100     EXIT.
052200
052300 4100-FIND-DEDUCTION.
052400******************************************************************
052500*    LOCATE THE TABLE ENTRY FOR THE TRANSACTION'S EMPLOYEE
052600*    AND DEDUCTION CODE, LEAVING DED-SUB POINTING AT IT
052700******************************************************************
052800     MOVE 'N'                TO ENTRY-FOUND-SW.
052900     PERFORM 4110-CHECK-DED-KEY
053000         THRU 4110-EXIT
053100         VARYING SCAN-SUB FROM 1 BY 1
053200         UNTIL SCAN-SUB > DED-ENTRY-COUNT
053300             OR ENTRY-FOUND.
053400 4100-EXIT.
053500     EXIT.
053600
053700 4110-CHECK-DED-KEY.
053800******************************************************************
053900*    FLAG ONE TABLE ENTRY MATCHING THE TRANSACTION'S KEY
054000******************************************************************
054100     IF DE-EMP-ID (SCAN-SUB) = DT-EMP-ID
054200             AND DE-DED-CODE (SCAN-SUB) = DT-DED-CODE
054300         MOVE SCAN-SUB       TO DED-SUB
054400         MOVE 'Y'            TO ENTRY-FOUND-SW
054500     END-IF.
054600 4110-EXIT.
054700     EXIT.
054800
054900 5000-EDIT-DEDUCTION.
055000******************************************************************
055100*    THE TABLE ENTRY AT DED-SUB MUST BE CONSISTENT BEFORE IT
055200*    GOES TO THE FILE - A KNOWN TYPE, A PRIORITY, THE AMOUNT OR
055300*    PERCENT ITS TYPE TAKES, ORDER DATES IN SEQUENCE, A
055400*    PROTECTED-NET FLOOR AND A CASE NUMBER ON A GARNISHMENT,
055450*    AND NO OTHER ACTIVE DEDUCTION FOR THE EMPLOYEE AT THE SAME
055500*    PRIORITY - THE PAY RUNS TAKE DEDUCTIONS STRICTLY IN
055600*    PRIORITY ORDER, SO TWO AT ONE PRIORITY WOULD LEAVE THE
055700*    ORDER TO CHANCE.  SHARED BY ADD, CHG AND RSM SO NO PATH
055800*    CAN LEAVE AN ENTRY AN ADD WOULD HAVE REJECTED.
056000******************************************************************
056100     IF NOT DE-FLAT-AMOUNT (DED-SUB)
056200             AND NOT DE-PERCENT-OF-GROSS (DED-SUB)
056300             AND NOT DE-GARNISHMENT (DED-SUB)
056400         MOVE "REJECTED" TO AUDIT-STATUS
056500         MOVE "INVALID DEDUCTION TYPE" TO AUDIT-REASON
056600         GO TO 5000-EXIT.
056700     IF DE-PRIORITY (DED-SUB) = ZERO
056800         MOVE "REJECTED" TO AUDIT-STATUS
056900         MOVE "PRIORITY REQUIRED" TO AUDIT-REASON
057000         GO TO 5000-EXIT.
057100     IF DE-PERCENT-OF-GROSS (DED-SUB)
057200             AND DE-PERCENT (DED-SUB) = ZERO
057300         MOVE "REJECTED" TO AUDIT-STATUS
057400         MOVE "PERCENT REQUIRED" TO AUDIT-REASON
057500         GO TO 5000-EXIT.
057600     IF NOT DE-PERCENT-OF-GROSS (DED-SUB)
057700             AND DE-AMOUNT (DED-SUB) = ZERO
057800         MOVE "REJECTED" TO AUDIT-STATUS
057900         MOVE "AMOUNT REQUIRED" TO AUDIT-REASON
058000         GO TO 5000-EXIT.
058100     IF DE-GARNISHMENT (DED-SUB)
058200             AND DE-PROTECTED-NET (DED-SUB) = ZERO
058300         MOVE "REJECTED" TO AUDIT-STATUS
058400         MOVE "GARNISHMENT NEEDS PROTECTED NET" TO AUDIT-REASON
058500         GO TO 5000-EXIT.
058510     IF DE-GARNISHMENT (DED-SUB)
058520             AND DE-CASE-NUMBER (DED-SUB) = SPACES
058530         MOVE "REJECTED" TO AUDIT-STATUS
058540         MOVE "GARNISHMENT NEEDS CASE NUMBER" TO AUDIT-REASON
058550         GO TO 5000-EXIT.
058600     IF DE-ORDER-START (DED-SUB) > DE-ORDER-STOP (DED-SUB)
058700         MOVE "REJECTED" TO AUDIT-STATUS
058800         MOVE "ORDER STOP BEFORE START" TO AUDIT-REASON
058900         GO TO 5000-EXIT.
059000     MOVE 'N'                TO PRIORITY-IN-USE-SW.
059100     PERFORM 5010-CHECK-PRIORITY
059200         THRU 5010-EXIT
059300         VARYING SCAN-SUB FROM 1 BY 1
059400         UNTIL SCAN-SUB > DED-ENTRY-COUNT.
059500     IF PRIORITY-IN-USE
059600         MOVE "REJECTED" TO AUDIT-STATUS
059700         MOVE "PRIORITY IN USE FOR EMPLOYEE" TO AUDIT-REASON
059800     END-IF.
059900 5000-EXIT.
060000     EXIT.
060100
060200 5010-CHECK-PRIORITY.
060300******************************************************************
060400*    FLAG ANOTHER ACTIVE DEDUCTION FOR THE SAME EMPLOYEE AT
060500*    THE PRIORITY OF THE ENTRY BEING EDITED
060600******************************************************************
060700     IF SCAN-SUB NOT = DED-SUB
060800             AND DE-EMP-ID (SCAN-SUB) = DE-EMP-ID (DED-SUB)
060900             AND DE-PRIORITY (SCAN-SUB) = DE-PRIORITY (DED-SUB)
061000             AND DE-ACTIVE (SCAN-SUB)
061100         MOVE 'Y'            TO PRIORITY-IN-USE-SW
061200     END-IF.
061300 5010-EXIT.
061400     EXIT.
061500
061600 7000-WRITE-AUDIT-LINE.
061700******************************************************************
061800*    WRITE ONE AUDIT LINE SHOWING THE TRANSACTION AND WHETHER
061900*    IT WAS ACCEPTED OR REJECTED, AND WHY
062000******************************************************************
062100     MOVE DT-ACTION          TO DA-AUD-ACTION.
062200     MOVE DT-EMP-ID          TO DA-AUD-EMP-ID.
062300     MOVE DT-DED-CODE        TO DA-AUD-DED-CODE.
062400     MOVE AUDIT-STATUS       TO DA-AUD-STATUS.
062500     MOVE AUDIT-REASON       TO DA-AUD-REASON.
062600     WRITE AUDIT-REPORT-RECORD FROM DA-AUDIT-LINE
062700         AFTER ADVANCING 1 LINE.
062800 7000-EXIT.
062900     EXIT.
063000
063100 7100-WRITE-BEFORE-IMAGE.
063200******************************************************************
063300*    HOLD THE DEDUCTION IMAGE AS IT STOOD BEFORE THE CHANGE
063400******************************************************************
063500     MOVE "  BEFORE"         TO DA-IMG-CAPTION.
063600     PERFORM 7300-BUILD-RECORD-IMAGE
063700         THRU 7300-EXIT.
063800     MOVE DA-IMAGE-LINE      TO BEFORE-IMAGE-HOLD.
063900     MOVE 'Y'                TO BEFORE-IMAGE-SW.
064000 7100-EXIT.
064100     EXIT.
064200
064300 7200-WRITE-AFTER-IMAGE.
064400******************************************************************
064500*    HOLD THE DEDUCTION IMAGE AS IT STANDS AFTER THE CHANGE
064600******************************************************************
064700     MOVE "  AFTER "         TO DA-IMG-CAPTION.
064800     PERFORM 7300-BUILD-RECORD-IMAGE
064900         THRU 7300-EXIT.
065000     MOVE DA-IMAGE-LINE      TO AFTER-IMAGE-HOLD.
065100     MOVE 'Y'                TO AFTER-IMAGE-SW.
065200 7200-EXIT.
065300     EXIT.
065400
065500 7300-BUILD-RECORD-IMAGE.
065600******************************************************************
065700*    BUILD ONE BEFORE/AFTER IMAGE LINE FROM THE TABLE ENTRY AT
065800*    DED-SUB, FOR 7100/7200 TO HOLD UNTIL THE AUDIT LINE IS OUT
065900******************************************************************
066000     MOVE DE-EMP-ID (DED-SUB)        TO DA-IMG-EMP-ID.
066100     MOVE DE-DED-CODE (DED-SUB)      TO DA-IMG-DED-CODE.
066200     MOVE DE-DED-TYPE (DED-SUB)      TO DA-IMG-DED-TYPE.
066300     MOVE DE-PRIORITY (DED-SUB)      TO DA-IMG-PRIORITY.
066400     MOVE DE-AMOUNT (DED-SUB)        TO DA-IMG-AMOUNT.
066500     COMPUTE DA-IMG-PERCENT = DE-PERCENT (DED-SUB) * 100.
066600     MOVE DE-GOAL-AMOUNT (DED-SUB)   TO DA-IMG-GOAL.
066700     MOVE DE-PROTECTED-NET (DED-SUB) TO DA-IMG-PROTECTED.
066800     MOVE DE-STATUS (DED-SUB)        TO DA-IMG-STATUS.
066900     MOVE DE-ORDER-START (DED-SUB)   TO DA-IMG-ORDER-START.
067000     MOVE DE-ORDER-STOP (DED-SUB)    TO DA-IMG-ORDER-STOP.
067100     MOVE DE-CASE-NUMBER (DED-SUB)   TO DA-IMG-CASE-NUMBER.
067200 7300-EXIT.
067300     EXIT.
067400
067500 8000-REWRITE-DEDUCTION-FILE.
067600******************************************************************
067700*    REWRITE THE DEDUCTION MASTER FROM THE TABLE AS MAINTAINED
067800******************************************************************
067900     OPEN OUTPUT DEDUCTION-FILE.
068000     IF DED-FILE-STATUS NOT = "00" AND DED-FILE-STATUS NOT = "05"
068100         DISPLAY "DEDMAINT: UNABLE TO REWRITE DEDUCTION-FILE, "
068200             "STATUS = " DED-FILE-STATUS
068300         MOVE 'Y' TO RUN-ABORT-SW
068400         GO TO 8000-EXIT.
068500     PERFORM 8010-WRITE-DED-RECORD
068600         THRU 8010-EXIT
068700         VARYING DED-SUB FROM 1 BY 1
068800         UNTIL DED-SUB > DED-ENTRY-COUNT.
068900     CLOSE DEDUCTION-FILE.
069000 8000-EXIT.
069100     EXIT.
069200
069300 8010-WRITE-DED-RECORD.
069400******************************************************************
069500*    WRITE ONE DEDUCTION MASTER RECORD FROM ITS TABLE ENTRY
069600******************************************************************
069700     MOVE DE-EMP-ID (DED-SUB)        TO DM-EMP-ID.
069800     MOVE DE-DED-CODE (DED-SUB)      TO DM-DED-CODE.
069900     MOVE DE-DESCRIPTION (DED-SUB)   TO DM-DESCRIPTION.
070000     MOVE DE-DED-TYPE (DED-SUB)      TO DM-DED-TYPE.
070100     MOVE DE-PRIORITY (DED-SUB)      TO DM-PRIORITY.
070200     MOVE DE-AMOUNT (DED-SUB)        TO DM-AMOUNT.
070300     MOVE DE-PERCENT (DED-SUB)       TO DM-PERCENT.
070400     MOVE DE-GOAL-AMOUNT (DED-SUB)   TO DM-GOAL-AMOUNT.
070500     MOVE DE-TAKEN-TO-DATE (DED-SUB) TO DM-TAKEN-TO-DATE.
070600     MOVE DE-PROTECTED-NET (DED-SUB) TO DM-PROTECTED-NET.
070700     MOVE DE-ARREARS (DED-SUB)       TO DM-ARREARS.
070800     MOVE DE-PAYEE (DED-SUB)         TO DM-PAYEE.
070900     MOVE DE-GL-ACCOUNT (DED-SUB)    TO DM-GL-ACCOUNT.
071000     MOVE DE-CASE-NUMBER (DED-SUB)   TO DM-CASE-NUMBER.
071100     MOVE DE-ORDER-START (DED-SUB)   TO DM-ORDER-START.
071200     MOVE DE-ORDER-STOP (DED-SUB)    TO DM-ORDER-STOP.
071300     MOVE DE-STATUS (DED-SUB)        TO DM-STATUS.
071400     WRITE DEDUCTION-MASTER-RECORD.
071500 8010-EXIT.
071600     EXIT.
071700
071800 9000-FINALIZE.
071900******************************************************************
072000*    REWRITE THE DEDUCTION MASTER, WRITE THE OPERATIONS
072100*    CONTROL REPORT, CLOSE FILES AND SET THE RETURN CODE THE
072200*    SCHEDULER ACTS ON - 0 ALL TRANSACTIONS ACCEPTED, 4 SOME
072300*    REJECTED, 8 ABORTED.  AN ABORTED RUN DOES NOT REWRITE -
072400*    REWRITING FROM AN EMPTY OR PARTIAL TABLE WOULD DESTROY
072500*    THE DEDUCTIONS STILL ON THE FILE.
072600******************************************************************
072700     IF NOT RUN-ABORTED
072800         PERFORM 8000-REWRITE-DEDUCTION-FILE
072900             THRU 8000-EXIT
073000     END-IF.
073100     PERFORM 9600-WRITE-CONTROL-REPORT
073200         THRU 9600-EXIT.
073300     CLOSE TRANSACTION-FILE.
073400     CLOSE EMPLOYEE-MASTER.
073500     CLOSE AUDIT-REPORT.
073600     CLOSE OPS-CONTROL-REPORT.
073700     IF RUN-ABORTED
073800         MOVE 8              TO RETURN-CODE
073900     ELSE
074000         IF TRANS-REJECTED-COUNT > ZERO
074100             MOVE 4          TO RETURN-CODE
074200         ELSE
074300             MOVE 0          TO RETURN-CODE
074400         END-IF
074500     END-IF.
074600 9000-EXIT.
074700     EXIT.
074800
074900 9600-WRITE-CONTROL-REPORT.
075000******************************************************************
075100*    WRITE THE ONE-PAGE OPERATIONS CONTROL REPORT - RUN
075200*    STATUS, THE TRANSACTION COUNTS AND THE NUMBER OF
075300*    DEDUCTIONS NOW ON FILE
075400******************************************************************
075500     IF OPS-FILE-STATUS NOT = "00"
075600         GO TO 9600-EXIT.
075700     MOVE "DEDMAINT"            TO OPS-TITLE-PROGRAM.
075800     WRITE OPS-CONTROL-RECORD FROM OPS-TITLE-LINE
075900         AFTER ADVANCING 1 LINE.
076000     IF RUN-ABORTED
076100         MOVE "ABORTED - DEDUCTION FILE NOT REWRITTEN"
076200             TO OPS-STATUS
076300     ELSE
076400         IF TRANS-REJECTED-COUNT > ZERO
076500             MOVE "COMPLETE - SOME TRANSACTIONS REJECTED"
076600                 TO OPS-STATUS
076700         ELSE
076800             MOVE "COMPLETE - ALL TRANSACTIONS ACCEPTED"
076900                 TO OPS-STATUS
077000         END-IF
077100     END-IF.
077200     WRITE OPS-CONTROL-RECORD FROM OPS-STATUS-LINE
077300         AFTER ADVANCING 2 LINES.
077400     MOVE "TRANSACTIONS READ"   TO OPS-CNT-CAPTION.
077500     MOVE TRANS-READ-COUNT      TO OPS-CNT-VALUE.
077600     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
077700         AFTER ADVANCING 2 LINES.
077800     MOVE "TRANSACTIONS ACCEPTED" TO OPS-CNT-CAPTION.
077900     MOVE TRANS-ACCEPTED-COUNT  TO OPS-CNT-VALUE.
078000     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
078100         AFTER ADVANCING 1 LINE.
078200     MOVE "TRANSACTIONS REJECTED" TO OPS-CNT-CAPTION.
078300     MOVE TRANS-REJECTED-COUNT  TO OPS-CNT-VALUE.
078400     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
078500         AFTER ADVANCING 1 LINE.
078600     MOVE "DEDUCTIONS ON FILE"  TO OPS-CNT-CAPTION.
078700     MOVE DED-ENTRY-COUNT       TO OPS-CNT-VALUE.
078800     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
078900         AFTER ADVANCING 1 LINE.
079000 9600-EXIT.
079100     EXIT.
