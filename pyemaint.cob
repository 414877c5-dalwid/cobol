000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                PYEMAINT.
000300 AUTHOR.                    R L BENNETT.
000400 INSTALLATION.              PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700******************************************************************
000800*    PYEMAINT - PAYEE MASTER FILE MAINTENANCE
000900*------------------------------------------------------------------
001000*    THE ONLY PROGRAM THAT CREATES, CHANGES OR DELETES PAYEE
001100*    MASTER (PAYEE) RECORDS - THE TRUSTEES, CARRIERS, UNIONS,
001200*    COURTS AND AGENCIES THE MONEY WITHHELD BY EACH DEDUCTION
001300*    IS SENT TO.  READS A TRANSACTION FILE OF ADD / CHG / DEL
001400*    REQUESTS KEYED BY PAYEE CODE.  EVERY PAYEE NEEDS A REMIT-TO
001500*    NAME, AN ACCOUNTS PAYABLE VENDOR NUMBER, A REMIT METHOD OF
001600*    CHECK OR ACH AND A FREQUENCY OF EVERY RUN, MONTHLY OR
001700*    QUARTERLY; ONE PAID BY CHECK ALSO NEEDS A MAILING ADDRESS.
001800*    A PAYEE WITH REMITTANCE PENDING CANNOT BE DELETED UNTIL
001900*    REMITPAY HAS RELEASED IT.  EVERY TRANSACTION IS AUDITED,
002000*    AND EVERY ACCEPTED CHANGE IS WRITTEN WITH BEFORE AND AFTER
002100*    IMAGES OF THE PAYEE.  THE PENDING AND RELEASE FIELDS BELONG
002200*    TO REMITPAY AND ARE NEVER KEYED HERE.
002300*------------------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    ---------- ----  ------------------------------------------
002700*    2026-10-15 RLB   ORIGINAL PROGRAM - PAYEE MASTER MAINTENANCE
002800*                     WITH BEFORE/AFTER AUDIT TRAIL, OPERATIONS
002900*                     CONTROL REPORT AND RETURN CODE (0 ALL
003000*                     ACCEPTED, 4 SOME REJECTED, 8 ABORTED).
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.           IBM-370.
003500 OBJECT-COMPUTER.           IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT TRANSACTION-FILE ASSIGN TO PYETRAN
003900                            ORGANIZATION IS LINE SEQUENTIAL
004000                            FILE STATUS IS TRN-FILE-STATUS.
004100     SELECT PAYEE-MASTER-FILE ASSIGN TO PAYEE
004200                            ORGANIZATION IS INDEXED
004300                            ACCESS MODE IS DYNAMIC
004400                            RECORD KEY IS PY-PAYEE-CODE
004500                            FILE STATUS IS PYE-FILE-STATUS.
004600     SELECT AUDIT-REPORT    ASSIGN TO PYEAUDIT
004700                            ORGANIZATION IS LINE SEQUENTIAL
004800                            FILE STATUS IS AUD-FILE-STATUS.
004900     SELECT OPS-CONTROL-REPORT ASSIGN TO PYEOPSR
005000                            ORGANIZATION IS LINE SEQUENTIAL
005100                            FILE STATUS IS OPS-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  TRANSACTION-FILE
005500     RECORDING MODE IS F.
005600     COPY PYETREC.
005700 FD  PAYEE-MASTER-FILE.
005800     COPY PYEREC.
005900 FD  AUDIT-REPORT.
006000 01  AUDIT-REPORT-RECORD     PIC X(132).
006100 FD  OPS-CONTROL-REPORT.
006200 01  OPS-CONTROL-RECORD      PIC X(80).
006300 WORKING-STORAGE SECTION.
006400******************************************************************
006500*    FILE STATUS AND END-OF-FILE SWITCHES
006600******************************************************************
006700 77  TRN-FILE-STATUS         PIC X(02).
006800 77  PYE-FILE-STATUS         PIC X(02).
006900 77  AUD-FILE-STATUS         PIC X(02).
007000 77  OPS-FILE-STATUS         PIC X(02).
007100 77  END-OF-FILE-SW          PIC X(01)       VALUE 'N'.
007200     88  END-OF-FILE                         VALUE 'Y'.
007300 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
007400     88  RUN-ABORTED                         VALUE 'Y'.
007500 77  RECORD-FOUND-SW         PIC X(01)       VALUE 'N'.
007600     88  RECORD-FOUND                        VALUE 'Y'.
007700******************************************************************
007800*    TRANSACTION EDIT WORK FIELDS
007900******************************************************************
008000 77  AUDIT-STATUS            PIC X(08).
008100 77  AUDIT-REASON            PIC X(30).
008200 77  BEFORE-IMAGE-SW         PIC X(01)       VALUE 'N'.
008300     88  BEFORE-IMAGE-HELD                   VALUE 'Y'.
008400 77  AFTER-IMAGE-SW          PIC X(01)       VALUE 'N'.
008500     88  AFTER-IMAGE-HELD                    VALUE 'Y'.
008600 01  BEFORE-IMAGE-HOLD       PIC X(132).
008700 01  BEFORE-ADDRESS-HOLD     PIC X(132).
008800 01  AFTER-IMAGE-HOLD        PIC X(132).
008900 01  AFTER-ADDRESS-HOLD      PIC X(132).
009000 77  TRANS-READ-COUNT        PIC 9(05)       VALUE ZERO.
009100 77  TRANS-ACCEPTED-COUNT    PIC 9(05)       VALUE ZERO.
009200 77  TRANS-REJECTED-COUNT    PIC 9(05)       VALUE ZERO.
009300 77  PAYEES-ADDED-COUNT      PIC 9(05)       VALUE ZERO.
009400 77  PAYEES-CHANGED-COUNT    PIC 9(05)       VALUE ZERO.
009500 77  PAYEES-DELETED-COUNT    PIC 9(05)       VALUE ZERO.
009600******************************************************************
009700*    AUDIT TRAIL PRINT LINES.  THE BEFORE/AFTER IMAGES ABOVE
009800*    ARE BUILT AS A CHANGE IS APPLIED BUT PRINTED AFTER THE
009900*    TRANSACTION'S AUDIT LINE SO THE TRAIL READS IN ORDER.
010000******************************************************************
010100     COPY PYEAREC.
010200******************************************************************
010300*    PRINT LINES FOR THE OPERATIONS CONTROL REPORT
010400******************************************************************
010500     COPY OPSREC.
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800******************************************************************
010900*    MAIN CONTROL PARAGRAPH
011000******************************************************************
011100     PERFORM 1000-INITIALIZE
011200         THRU 1000-EXIT.
011300     PERFORM 2000-PROCESS-TRANSACTION
011400         THRU 2000-EXIT
011500         UNTIL END-OF-FILE.
011600     PERFORM 9000-FINALIZE
011700         THRU 9000-EXIT.
011800     GOBACK.
011900
012000 1000-INITIALIZE.
012100******************************************************************
012200*    OPEN THE TRANSACTION FILE, AUDIT AND CONTROL REPORTS AND
012300*    THE PAYEE MASTER, AND PRIME THE TRANSACTION READ LOOP.
012400*    THE PAYEE MASTER IS CREATED EMPTY THE FIRST TIME PAYEES
012500*    ARE ADDED; ANY OTHER OPEN FAILURE STOPS THE RUN.
012600******************************************************************
012700     OPEN INPUT TRANSACTION-FILE.
012800     IF TRN-FILE-STATUS NOT = "00"
012900         DISPLAY "PYEMAINT: UNABLE TO OPEN TRANSACTION-FILE, "
013000             "STATUS = " TRN-FILE-STATUS
013100         MOVE 'Y' TO END-OF-FILE-SW
013200         MOVE 'Y' TO RUN-ABORT-SW
013300     END-IF.
013400     OPEN OUTPUT AUDIT-REPORT.
013500     IF AUD-FILE-STATUS NOT = "00"
013600         DISPLAY "PYEMAINT: UNABLE TO OPEN AUDIT-REPORT, "
013700             "STATUS = " AUD-FILE-STATUS
013800         MOVE 'Y' TO END-OF-FILE-SW
013900         MOVE 'Y' TO RUN-ABORT-SW
014000     END-IF.
014100     OPEN OUTPUT OPS-CONTROL-REPORT.
014200     IF OPS-FILE-STATUS NOT = "00"
014300         DISPLAY "PYEMAINT: UNABLE TO OPEN OPS-CONTROL-REPORT, "
014400             "STATUS = " OPS-FILE-STATUS
014500         MOVE 'Y' TO END-OF-FILE-SW
014600         MOVE 'Y' TO RUN-ABORT-SW
014700     END-IF.
014800     OPEN I-O PAYEE-MASTER-FILE.
014900     IF PYE-FILE-STATUS = "35"
015000         OPEN OUTPUT PAYEE-MASTER-FILE
015100         CLOSE PAYEE-MASTER-FILE
015200         OPEN I-O PAYEE-MASTER-FILE
015300     END-IF.
015400     IF PYE-FILE-STATUS NOT = "00"
015500         DISPLAY "PYEMAINT: UNABLE TO OPEN PAYEE-MASTER-FILE, "
015600             "STATUS = " PYE-FILE-STATUS
015700         MOVE 'Y' TO END-OF-FILE-SW
015800         MOVE 'Y' TO RUN-ABORT-SW
015900     END-IF.
016000     IF NOT END-OF-FILE
016100         PERFORM 2100-READ-TRANSACTION
016200             THRU 2100-EXIT
016300     END-IF.
016400 1000-EXIT.
016500     EXIT.
016600
016700 2000-PROCESS-TRANSACTION.
016800******************************************************************
016900*    APPLY ONE MAINTENANCE TRANSACTION TO THE PAYEE MASTER,
017000*    WRITE ITS AUDIT LINE AND ANY IMAGES, THEN READ THE NEXT
017100*    TRANSACTION.
017200******************************************************************
017300     ADD 1                   TO TRANS-READ-COUNT.
017400     MOVE "ACCEPTED"         TO AUDIT-STATUS.
017500     MOVE SPACES             TO AUDIT-REASON.
017600     MOVE 'N'                TO BEFORE-IMAGE-SW.
017700     MOVE 'N'                TO AFTER-IMAGE-SW.
017800     IF PYT-ADD
017900         PERFORM 3000-ADD-PAYEE
018000             THRU 3000-EXIT
018100     ELSE
018200         IF PYT-CHANGE
018300             PERFORM 3100-CHANGE-PAYEE
018400                 THRU 3100-EXIT
018500         ELSE
018600             IF PYT-DELETE
018700                 PERFORM 3200-DELETE-PAYEE
018800                     THRU 3200-EXIT
018900             ELSE
019000                 MOVE "REJECTED" TO AUDIT-STATUS
019100                 MOVE "UNKNOWN ACTION" TO AUDIT-REASON
019200             END-IF
019300         END-IF
019400     END-IF.
019500     IF AUDIT-STATUS = "ACCEPTED"
019600         ADD 1               TO TRANS-ACCEPTED-COUNT
019700     ELSE
019800         ADD 1               TO TRANS-REJECTED-COUNT
019900     END-IF.
020000     PERFORM 7000-WRITE-AUDIT-LINE
020100         THRU 7000-EXIT.
020200     IF BEFORE-IMAGE-HELD
020300         WRITE AUDIT-REPORT-RECORD FROM BEFORE-IMAGE-HOLD
020400             AFTER ADVANCING 1 LINE
020500         WRITE AUDIT-REPORT-RECORD FROM BEFORE-ADDRESS-HOLD
020600             AFTER ADVANCING 1 LINE
020700     END-IF.
020800     IF AFTER-IMAGE-HELD
020900         WRITE AUDIT-REPORT-RECORD FROM AFTER-IMAGE-HOLD
021000             AFTER ADVANCING 1 LINE
021100         WRITE AUDIT-REPORT-RECORD FROM AFTER-ADDRESS-HOLD
021200             AFTER ADVANCING 1 LINE
021300     END-IF.
021400     PERFORM 2100-READ-TRANSACTION
021500         THRU 2100-EXIT.
021600 2000-EXIT.
021700     EXIT.
021800
021900 2100-READ-TRANSACTION.
022000******************************************************************
022100*    READ THE NEXT MAINTENANCE TRANSACTION, SETTING THE END-OF-
022200*    FILE SWITCH WHEN THE FILE IS EXHAUSTED
022300******************************************************************
022400     READ TRANSACTION-FILE
022500         AT END
022600             MOVE 'Y' TO END-OF-FILE-SW
022700     END-READ.
022800 2100-EXIT.
022900     EXIT.
023000
023100 3000-ADD-PAYEE.
023200******************************************************************
023300*    ADD A NEW PAYEE WITH NOTHING PENDING AND NOTHING YET
023400*    RELEASED.  A PAYEE CODE ALREADY ON FILE IS A DUPLICATE.
023500*    THE RECORD IS WRITTEN ONLY ONCE IT HAS PASSED EVERY EDIT.
023600******************************************************************
023700     IF PYT-PAYEE-CODE = SPACES
023800         MOVE "REJECTED" TO AUDIT-STATUS
023900         MOVE "PAYEE CODE REQUIRED" TO AUDIT-REASON
024000         GO TO 3000-EXIT.
024100     PERFORM 4000-READ-PAYEE
024200         THRU 4000-EXIT.
024300     IF AUDIT-STATUS = "REJECTED"
024400         GO TO 3000-EXIT.
024500     IF RECORD-FOUND
024600         MOVE "REJECTED" TO AUDIT-STATUS
024700         MOVE "PAYEE ALREADY ON FILE" TO AUDIT-REASON
024800         GO TO 3000-EXIT.
024900     MOVE PYT-PAYEE-CODE     TO PY-PAYEE-CODE.
025000     MOVE PYT-REMIT-NAME     TO PY-REMIT-NAME.
025100     MOVE PYT-ADDRESS-LINE-1 TO PY-ADDRESS-LINE-1.
025200     MOVE PYT-ADDRESS-LINE-2 TO PY-ADDRESS-LINE-2.
025300     MOVE PYT-CITY           TO PY-CITY.
025400     MOVE PYT-STATE          TO PY-STATE.
025500     MOVE PYT-ZIP            TO PY-ZIP.
025600     MOVE PYT-VENDOR-NUMBER  TO PY-VENDOR-NUMBER.
025700     MOVE PYT-REMIT-METHOD   TO PY-REMIT-METHOD.
025800     MOVE PYT-FREQUENCY      TO PY-FREQUENCY.
025900     MOVE PYT-CASE-NUMBER    TO PY-CASE-NUMBER.
026000     MOVE ZERO               TO PY-PENDING-AMOUNT.
026100     MOVE ZERO               TO PY-PENDING-ITEMS.
026200     MOVE ZERO               TO PY-LAST-RELEASE-DATE.
026300     MOVE ZERO               TO PY-LAST-RELEASE-AMOUNT.
026400     MOVE ZERO               TO PY-VOUCHER-SEQ.
026500     MOVE "PYEMAINT"         TO PY-LAST-PROGRAM.
026600     PERFORM 5000-EDIT-PAYEE
026700         THRU 5000-EXIT.
026800     IF AUDIT-STATUS = "REJECTED"
026900         GO TO 3000-EXIT.
027000     WRITE PAYEE-MASTER-RECORD
027100         INVALID KEY
027200             MOVE "REJECTED" TO AUDIT-STATUS
027300             MOVE "PAYEE WRITE FAILED" TO AUDIT-REASON
027400             GO TO 3000-EXIT
027500     END-WRITE.
027600     PERFORM 7200-WRITE-AFTER-IMAGE
027700         THRU 7200-EXIT.
027800     ADD 1                   TO PAYEES-ADDED-COUNT.
027900 3000-EXIT.
028000     EXIT.
028100
028200 3100-CHANGE-PAYEE.
028300******************************************************************
028400*    CORRECT AN EXISTING PAYEE.  THE BEFORE IMAGE IS TAKEN FROM
028500*    THE RECORD AS READ, THE CHANGE APPLIED, AND THE AFTER
028600*    IMAGE TAKEN FROM THE RECORD AS REWRITTEN.  A BLANK FIELD
028700*    LEAVES THAT FIELD AS IT STANDS.  A PAYEE THAT FAILS THE
028800*    EDITS AFTER THE CHANGE IS NOT REWRITTEN.
028900******************************************************************
029000     PERFORM 4000-READ-PAYEE
029100         THRU 4000-EXIT.
029200     IF AUDIT-STATUS = "REJECTED"
029300         GO TO 3100-EXIT.
029400     IF NOT RECORD-FOUND
029500         MOVE "REJECTED" TO AUDIT-STATUS
029600         MOVE "PAYEE NOT ON FILE" TO AUDIT-REASON
029700         GO TO 3100-EXIT.
029800     PERFORM 7100-WRITE-BEFORE-IMAGE
029900         THRU 7100-EXIT.
030000     PERFORM 3150-APPLY-CHANGE
030100         THRU 3150-EXIT.
030200     PERFORM 5000-EDIT-PAYEE
030300         THRU 5000-EXIT.
030400     IF AUDIT-STATUS = "REJECTED"
030500         MOVE 'N'            TO BEFORE-IMAGE-SW
030600         GO TO 3100-EXIT.
030700     MOVE "PYEMAINT"         TO PY-LAST-PROGRAM.
030800     REWRITE PAYEE-MASTER-RECORD
030900         INVALID KEY
031000             MOVE "REJECTED" TO AUDIT-STATUS
031100             MOVE "PAYEE REWRITE FAILED" TO AUDIT-REASON
031200             MOVE 'N'        TO BEFORE-IMAGE-SW
031300             GO TO 3100-EXIT
031400     END-REWRITE.
031500     PERFORM 7200-WRITE-AFTER-IMAGE
031600         THRU 7200-EXIT.
031700     ADD 1                   TO PAYEES-CHANGED-COUNT.
031800 3100-EXIT.
031900     EXIT.
032000
032100 3150-APPLY-CHANGE.
032200******************************************************************
032300*    MOVE THE KEYED FIELDS OF A CHG ONTO THE PAYEE RECORD.
032400*    BLANK FIELDS WERE NOT KEYED AND ARE LEFT ALONE.
032500******************************************************************
032600     IF PYT-REMIT-NAME NOT = SPACES
032700         MOVE PYT-REMIT-NAME TO PY-REMIT-NAME
032800     END-IF.
032900     IF PYT-ADDRESS-LINE-1 NOT = SPACES
033000         MOVE PYT-ADDRESS-LINE-1 TO PY-ADDRESS-LINE-1
033100     END-IF.
033200     IF PYT-ADDRESS-LINE-2 NOT = SPACES
033300         MOVE PYT-ADDRESS-LINE-2 TO PY-ADDRESS-LINE-2
033400     END-IF.
033500     IF PYT-CITY NOT = SPACES
033600         MOVE PYT-CITY       TO PY-CITY
033700     END-IF.
033800     IF PYT-STATE NOT = SPACES
033900         MOVE PYT-STATE      TO PY-STATE
034000     END-IF.
034100     IF PYT-ZIP NOT = SPACES
034200         MOVE PYT-ZIP        TO PY-ZIP
034300     END-IF.
034400     IF PYT-VENDOR-NUMBER NOT = SPACES
034500         MOVE PYT-VENDOR-NUMBER TO PY-VENDOR-NUMBER
034600     END-IF.
034700     IF PYT-REMIT-METHOD NOT = SPACE
034800         MOVE PYT-REMIT-METHOD TO PY-REMIT-METHOD
034900     END-IF.
035000     IF PYT-FREQUENCY NOT = SPACE
035100         MOVE PYT-FREQUENCY  TO PY-FREQUENCY
035200     END-IF.
035300     IF PYT-CASE-NUMBER NOT = SPACES
035400         MOVE PYT-CASE-NUMBER TO PY-CASE-NUMBER
035500     END-IF.
035600 3150-EXIT.
035700     EXIT.
035800
035900 3200-DELETE-PAYEE.
036000******************************************************************
036100*    DELETE A PAYEE NO LONGER PAID.  MONEY STILL PENDING FOR
036200*    THE PAYEE MUST BE RELEASED BY REMITPAY FIRST, OR IT WOULD
036300*    BE WITHHELD AND NEVER SENT.  THE BEFORE IMAGE RECORDS
036400*    WHAT WAS REMOVED.
036500******************************************************************
036600     PERFORM 4000-READ-PAYEE
036700         THRU 4000-EXIT.
036800     IF AUDIT-STATUS = "REJECTED"
036900         GO TO 3200-EXIT.
037000     IF NOT RECORD-FOUND
037100         MOVE "REJECTED" TO AUDIT-STATUS
037200         MOVE "PAYEE NOT ON FILE" TO AUDIT-REASON
037300         GO TO 3200-EXIT.
037400     IF PY-PENDING-AMOUNT NOT = ZERO
037500         MOVE "REJECTED" TO AUDIT-STATUS
037600         MOVE "PENDING REMITTANCE NOT RELEASED" TO AUDIT-REASON
037700         GO TO 3200-EXIT.
037800     PERFORM 7100-WRITE-BEFORE-IMAGE
037900         THRU 7100-EXIT.
038000     DELETE PAYEE-MASTER-FILE RECORD
038100         INVALID KEY
038200             MOVE "REJECTED" TO AUDIT-STATUS
038300             MOVE "PAYEE DELETE FAILED" TO AUDIT-REASON
038400             MOVE 'N'        TO BEFORE-IMAGE-SW
038500             GO TO 3200-EXIT
038600     END-DELETE.
038700     ADD 1                   TO PAYEES-DELETED-COUNT.
038800 3200-EXIT.
038900     EXIT.
039000
039100 4000-READ-PAYEE.
039200******************************************************************
039300*    READ THE PAYEE MASTER FOR THE TRANSACTION'S PAYEE CODE.
039400*    A READ THAT FAILS OUTRIGHT - NOT MERELY RECORD-NOT-FOUND
039500*    - REJECTS THE TRANSACTION AS SUCH.
039600******************************************************************
039700     MOVE 'N'                TO RECORD-FOUND-SW.
039800     MOVE PYT-PAYEE-CODE     TO PY-PAYEE-CODE.
039900     READ PAYEE-MASTER-FILE
040000         INVALID KEY
040100             CONTINUE
040200         NOT INVALID KEY
040300             MOVE 'Y'        TO RECORD-FOUND-SW
040400     END-READ.
040500     IF PYE-FILE-STATUS NOT = "00"
040600             AND PYE-FILE-STATUS NOT = "23"
040700         MOVE "REJECTED"     TO AUDIT-STATUS
040800         MOVE "PAYEE READ FAILED" TO AUDIT-REASON
040900     END-IF.
041000 4000-EXIT.
041100     EXIT.
041200
041300 5000-EDIT-PAYEE.
041400******************************************************************
041500*    THE PAYEE RECORD MUST BE COMPLETE BEFORE IT GOES TO THE
041600*    FILE - A REMIT-TO NAME, THE AP VENDOR NUMBER THE VOUCHERS
041700*    ARE RAISED AGAINST, A KNOWN METHOD AND FREQUENCY, AND FOR
041800*    A PAYEE PAID BY CHECK AN ADDRESS TO MAIL IT TO.  SHARED
041900*    BY ADD AND CHG SO A CHANGE CANNOT LEAVE A PAYEE AN ADD
042000*    WOULD HAVE REJECTED.
042100******************************************************************
042200     IF PY-REMIT-NAME = SPACES
042300         MOVE "REJECTED" TO AUDIT-STATUS
042400         MOVE "REMIT-TO NAME REQUIRED" TO AUDIT-REASON
042500         GO TO 5000-EXIT.
042600     IF PY-VENDOR-NUMBER = SPACES
042700         MOVE "REJECTED" TO AUDIT-STATUS
042800         MOVE "VENDOR NUMBER REQUIRED" TO AUDIT-REASON
042900         GO TO 5000-EXIT.
043000     IF NOT PY-REMIT-BY-CHECK AND NOT PY-REMIT-BY-ACH
043100         MOVE "REJECTED" TO AUDIT-STATUS
043200         MOVE "INVALID REMIT METHOD" TO AUDIT-REASON
043300         GO TO 5000-EXIT.
043400     IF NOT PY-EVERY-RUN AND NOT PY-MONTHLY AND NOT PY-QUARTERLY
043500         MOVE "REJECTED" TO AUDIT-STATUS
043600         MOVE "INVALID FREQUENCY" TO AUDIT-REASON
043700         GO TO 5000-EXIT.
043800     IF PY-REMIT-BY-CHECK
043900             AND (PY-ADDRESS-LINE-1 = SPACES OR PY-CITY = SPACES
044000                  OR PY-STATE = SPACES OR PY-ZIP = SPACES)
044100         MOVE "REJECTED" TO AUDIT-STATUS
044200         MOVE "REMIT ADDRESS REQUIRED" TO AUDIT-REASON
044300     END-IF.
044400 5000-EXIT.
044500     EXIT.
044600
044700 7000-WRITE-AUDIT-LINE.
044800******************************************************************
044900*    WRITE ONE AUDIT LINE SHOWING THE TRANSACTION AND WHETHER
045000*    IT WAS ACCEPTED OR REJECTED, AND WHY
045100******************************************************************
045200     MOVE PYT-ACTION         TO PYA-AUD-ACTION.
045300     MOVE PYT-PAYEE-CODE     TO PYA-AUD-PAYEE-CODE.
045400     MOVE AUDIT-STATUS       TO PYA-AUD-STATUS.
045500     MOVE AUDIT-REASON       TO PYA-AUD-REASON.
045600     WRITE AUDIT-REPORT-RECORD FROM PYA-AUDIT-LINE
045700         AFTER ADVANCING 1 LINE.
045800 7000-EXIT.
045900     EXIT.
046000
046100 7100-WRITE-BEFORE-IMAGE.
046200******************************************************************
046300*    HOLD THE PAYEE IMAGE AS IT STOOD BEFORE THE CHANGE
046400******************************************************************
046500     MOVE "  BEFORE"         TO PYA-IMG-CAPTION.
046600     PERFORM 7300-BUILD-RECORD-IMAGE
046700         THRU 7300-EXIT.
046800     MOVE PYA-IMAGE-LINE     TO BEFORE-IMAGE-HOLD.
046900     MOVE PYA-ADDRESS-LINE   TO BEFORE-ADDRESS-HOLD.
047000     MOVE 'Y'                TO BEFORE-IMAGE-SW.
047100 7100-EXIT.
047200     EXIT.
047300
047400 7200-WRITE-AFTER-IMAGE.
047500******************************************************************
047600*    HOLD THE PAYEE IMAGE AS IT STANDS AFTER THE CHANGE
047700******************************************************************
047800     MOVE "  AFTER "         TO PYA-IMG-CAPTION.
047900     PERFORM 7300-BUILD-RECORD-IMAGE
048000         THRU 7300-EXIT.
048100     MOVE PYA-IMAGE-LINE     TO AFTER-IMAGE-HOLD.
048200     MOVE PYA-ADDRESS-LINE   TO AFTER-ADDRESS-HOLD.
048300     MOVE 'Y'                TO AFTER-IMAGE-SW.
048400 7200-EXIT.
048500     EXIT.
048600
048700 7300-BUILD-RECORD-IMAGE.
048800******************************************************************
048900*    BUILD THE TWO BEFORE/AFTER IMAGE LINES FROM THE PAYEE
049000*    RECORD, FOR 7100/7200 TO HOLD UNTIL THE AUDIT LINE IS OUT
049100******************************************************************
049200     MOVE PY-PAYEE-CODE      TO PYA-IMG-PAYEE-CODE.
049300     MOVE PY-REMIT-NAME      TO PYA-IMG-REMIT-NAME.
049400     MOVE PY-VENDOR-NUMBER   TO PYA-IMG-VENDOR.
049500     MOVE PY-REMIT-METHOD    TO PYA-IMG-METHOD.
049600     MOVE PY-FREQUENCY       TO PYA-IMG-FREQUENCY.
049700     MOVE PY-CASE-NUMBER     TO PYA-IMG-CASE-NUMBER.
049800     MOVE PY-PENDING-AMOUNT  TO PYA-IMG-PENDING.
049900     MOVE PY-ADDRESS-LINE-1  TO PYA-ADR-LINE-1.
050000     MOVE PY-ADDRESS-LINE-2  TO PYA-ADR-LINE-2.
050100     MOVE PY-CITY            TO PYA-ADR-CITY.
050200     MOVE PY-STATE           TO PYA-ADR-STATE.
050300     MOVE PY-ZIP             TO PYA-ADR-ZIP.
050400 7300-EXIT.
050500     EXIT.
050600
050700 9000-FINALIZE.
050800******************************************************************
050900*    WRITE THE OPERATIONS CONTROL REPORT, CLOSE FILES AND SET
051000*    THE RETURN CODE THE SCHEDULER ACTS ON - 0 ALL
051100*    TRANSACTIONS ACCEPTED, 4 SOME REJECTED, 8 ABORTED.
051200******************************************************************
051300     PERFORM 9600-WRITE-CONTROL-REPORT
051400         THRU 9600-EXIT.
051500     CLOSE TRANSACTION-FILE.
051600     CLOSE PAYEE-MASTER-FILE.
051700     CLOSE AUDIT-REPORT.
051800     CLOSE OPS-CONTROL-REPORT.
051900     IF RUN-ABORTED
052000         MOVE 8              TO RETURN-CODE
052100     ELSE
052200         IF TRANS-REJECTED-COUNT > ZERO
052300             MOVE 4          TO RETURN-CODE
052400         ELSE
052500             MOVE 0          TO RETURN-CODE
052600         END-IF
052700     END-IF.
052800 9000-EXIT.
052900     EXIT.
053000
053100 9600-WRITE-CONTROL-REPORT.
053200******************************************************************
053300*    WRITE THE ONE-PAGE OPERATIONS CONTROL REPORT - RUN
053400*    STATUS, THE TRANSACTION COUNTS AND THE PAYEES ADDED,
053500*    CHANGED AND DELETED
053600******************************************************************
053700     IF OPS-FILE-STATUS NOT = "00"
053800         GO TO 9600-EXIT.
053900     MOVE "PYEMAINT"            TO OPS-TITLE-PROGRAM.
054000     WRITE OPS-CONTROL-RECORD FROM OPS-TITLE-LINE
054100         AFTER ADVANCING 1 LINE.
054200     IF RUN-ABORTED
054300         MOVE "ABORTED - PAYEE MASTER NOT AVAILABLE"
054400             TO OPS-STATUS
054500     ELSE
054600         IF TRANS-REJECTED-COUNT > ZERO
054700             MOVE "COMPLETE - SOME TRANSACTIONS REJECTED"
054800                 TO OPS-STATUS
054900         ELSE
055000             MOVE "COMPLETE - ALL TRANSACTIONS ACCEPTED"
055100                 TO OPS-STATUS
055200         END-IF
055300     END-IF.
055400     WRITE OPS-CONTROL-RECORD FROM OPS-STATUS-LINE
055500         AFTER ADVANCING 2 LINES.
055600     MOVE "TRANSACTIONS READ"   TO OPS-CNT-CAPTION.
055700     MOVE TRANS-READ-COUNT      TO OPS-CNT-VALUE.
055800     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
055900         AFTER ADVANCING 2 LINES.
056000     MOVE "TRANSACTIONS ACCEPTED" TO OPS-CNT-CAPTION.
056100     MOVE TRANS-ACCEPTED-COUNT  TO OPS-CNT-VALUE.
056200     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
056300         AFTER ADVANCING 1 LINE.
056400     MOVE "TRANSACTIONS REJECTED" TO OPS-CNT-CAPTION.
056500     MOVE TRANS-REJECTED-COUNT  TO OPS-CNT-VALUE.
056600     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
056700         AFTER ADVANCING 1 LINE.
056800     MOVE "PAYEES ADDED"        TO OPS-CNT-CAPTION.
056900     MOVE PAYEES-ADDED-COUNT    TO OPS-CNT-VALUE.
057000     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
057100         AFTER ADVANCING 2 LINES.
057200     MOVE "PAYEES CHANGED"      TO OPS-CNT-CAPTION.
057300     MOVE PAYEES-CHANGED-COUNT  TO OPS-CNT-VALUE.
057400     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
057500         AFTER ADVANCING 1 LINE.
057600     MOVE "PAYEES DELETED"      TO OPS-CNT-CAPTION.
057700     MOVE PAYEES-DELETED-COUNT  TO OPS-CNT-VALUE.
057800     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
057900         AFTER ADVANCING 1 LINE.
058000 9600-EXIT.
058100     EXIT.
