002520*                     LOCATION NAME IS REJECTED - A BLANK-KEYED
002530*                     ENTRY WOULD LET EVERY BLANK-KEYED TIMECARD
002540*                     FIELD VALIDATE AGAINST IT.
002550*    2026-10-15 RLB   MAINTAIN THE PTO ACCRUAL POLICY FILE
002560*                     (PTOFILE) AS TABLE ID "PT" - PER-HOUR
002570*                     VACATION AND SICK RATES, MAXIMUM BALANCES
002580*                     AND CARRYOVER LIMITS BY POLICY CODE, EACH
002590*                     EFFECTIVE-DATED LIKE THE OTHER TABLES.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003900     SELECT OPTIONAL LOCATION-FILE ASSIGN TO LOCFILE
004000                            ORGANIZATION IS LINE SEQUENTIAL
004100                            FILE STATUS IS LCF-FILE-STATUS.
004110     SELECT OPTIONAL PTO-FILE ASSIGN TO PTOFILE
004120                            ORGANIZATION IS LINE SEQUENTIAL
004130                            FILE STATUS IS PTF-FILE-STATUS.
004200     SELECT LISTING-FILE    ASSIGN TO TABLIST
004300                            ORGANIZATION IS LINE SEQUENTIAL
004400                            FILE STATUS IS LST-FILE-STATUS.
005100     COPY CCFREC.
005200 FD  LOCATION-FILE.
005300     COPY LOCFREC.
005310 FD  PTO-FILE.
005320     COPY PTOFREC.
005400 FD  LISTING-FILE.
005500 01  LISTING-RECORD          PIC X(132).
005600 WORKING-STORAGE SECTION.
006000 77  TRN-FILE-STATUS         PIC X(02).
006100 77  CCF-FILE-STATUS         PIC X(02).
006200 77  LCF-FILE-STATUS         PIC X(02).
006250 77  PTF-FILE-STATUS         PIC X(02).
006300 77  LST-FILE-STATUS         PIC X(02).
006400 77  END-OF-FILE-SW          PIC X(01)       VALUE 'N'.
006500     88  END-OF-FILE                         VALUE 'Y'.
006700     88  CCF-EOF                             VALUE 'Y'.
006800 77  LCF-EOF-SW              PIC X(01)       VALUE 'N'.
006900     88  LCF-EOF                             VALUE 'Y'.
006910 77  PTF-EOF-SW              PIC X(01)       VALUE 'N'.
006920     88  PTF-EOF                             VALUE 'Y'.
007000 77  ENTRY-FOUND-SW          PIC X(01)       VALUE 'N'.
007100     88  ENTRY-FOUND                         VALUE 'Y'.
007110 77  LOAD-ERROR-SW           PIC X(01)       VALUE 'N'.
007600 77  AUDIT-REASON            PIC X(30).
007700 77  OPEN-END-DATE           PIC 9(08)       VALUE 99999999.
007800******************************************************************
007900*    COST-CENTER, LOCATION AND PTO POLICY TABLES, LOADED FROM
007950*    THEIR FILES
008000******************************************************************
008100     COPY CCTABLE.
008200     COPY LOCTAB.
008250     COPY PTOTAB.
008300******************************************************************
008400*    AUDIT/LISTING PRINT LINES
008500******************************************************************
010000
010100 1000-INITIALIZE.
010200******************************************************************
010300*    OPEN THE TRANSACTION AND LISTING FILES, LOAD THE TABLES
010400*    FROM THEIR EXTERNAL FILES, AND PRIME THE TRANSACTION READ
010500*    LOOP.  A MISSING TABLE FILE IS AN EMPTY TABLE (FIRST-TIME
010600*    SETUP), NOT AN ERROR.
012100         THRU 1400-EXIT.
012200     PERFORM 1500-LOAD-LOCATION-TABLE
012300         THRU 1500-EXIT.
012310     PERFORM 1600-LOAD-PTO-TABLE
012320         THRU 1600-EXIT.
012400     IF NOT END-OF-FILE
012500         PERFORM 2100-READ-TRANSACTION
012600             THRU 2100-EXIT
022900     END-READ.
023000 1510-EXIT.
023100     EXIT.
023104
023112 1600-LOAD-PTO-TABLE.
023116******************************************************************
023120*    LOAD THE PTO POLICY TABLE FROM ITS EXTERNAL FILE.  THE FILE
023124*    IS OPTIONAL - ON FIRST-TIME SETUP THERE IS NOTHING TO LOAD
023128*    AND THE TABLE STARTS EMPTY.
023132******************************************************************
023136     OPEN INPUT PTO-FILE.
023140     IF PTF-FILE-STATUS NOT = "00" AND PTF-FILE-STATUS NOT = "05"
023144         DISPLAY "TABMAINT: UNABLE TO OPEN PTO-FILE, "
023148             "STATUS = " PTF-FILE-STATUS
023152         MOVE 'Y' TO END-OF-FILE-SW
023156         MOVE 'Y' TO LOAD-ERROR-SW
023160         GO TO 1600-EXIT.
023164     MOVE 'N'                TO PTF-EOF-SW.
023168     PERFORM 1610-LOAD-PTO-ENTRY
023172         THRU 1610-EXIT
023176         UNTIL PTF-EOF.
023180     CLOSE PTO-FILE.
023184 1600-EXIT.
023188     EXIT.
023200
023223 1610-LOAD-PTO-ENTRY.
023224******************************************************************
023225*    READ AND STORE ONE PTO POLICY FILE ENTRY.  MORE ENTRIES
023226*    THAN THE TABLE HOLDS IS A SETUP ERROR THAT ABORTS THE RUN
023227*    RATHER THAN SILENTLY DROPPING ENTRIES ON THE REWRITE.
023228******************************************************************
023229     READ PTO-FILE
023230         AT END
023231             MOVE 'Y' TO PTF-EOF-SW
023232         NOT AT END
023233             IF PL-ENTRY-COUNT >= PL-TABLE-MAX
023234                 DISPLAY "TABMAINT: PTO POLICY FILE EXCEEDS "
023235                     "TABLE LIMIT OF " PL-TABLE-MAX
023236                 MOVE 'Y' TO PTF-EOF-SW
023237                 MOVE 'Y' TO END-OF-FILE-SW
023238                 MOVE 'Y' TO LOAD-ERROR-SW
023239             ELSE
023240                 ADD 1 TO PL-ENTRY-COUNT
023241                 MOVE PTF-POLICY-CODE
023242                     TO PL-POLICY-CODE (PL-ENTRY-COUNT)
023243                 MOVE PTF-VAC-RATE
023244                     TO PL-VAC-RATE (PL-ENTRY-COUNT)
023245                 MOVE PTF-SICK-RATE
023246                     TO PL-SICK-RATE (PL-ENTRY-COUNT)
023247                 MOVE PTF-VAC-MAX
023248                     TO PL-VAC-MAX (PL-ENTRY-COUNT)
023249                 MOVE PTF-SICK-MAX
023250                     TO PL-SICK-MAX (PL-ENTRY-COUNT)
023251                 MOVE PTF-VAC-CARRYOVER
023252                     TO PL-VAC-CARRYOVER (PL-ENTRY-COUNT)
023253                 MOVE PTF-SICK-CARRYOVER
023254                     TO PL-SICK-CARRYOVER (PL-ENTRY-COUNT)
023255                 MOVE PTF-EFF-START
023256                     TO PL-EFF-START (PL-ENTRY-COUNT)
023257                 MOVE PTF-EFF-END
023258                     TO PL-EFF-END (PL-ENTRY-COUNT)
023259             END-IF
023260     END-READ.
023261 1610-EXIT.
023262     EXIT.
023300 2000-PROCESS-TRANSACTION.
023400******************************************************************
023500*    APPLY ONE MAINTENANCE TRANSACTION TO ITS TABLE, WRITE THE
024500             PERFORM 3500-APPLY-LOC-TRAN
024600                 THRU 3500-EXIT
024700         ELSE
024710             IF TT-PTO-POLICY
024720                 PERFORM 4000-APPLY-PTO-TRAN
024730                     THRU 4000-EXIT
024740             ELSE
024800                 MOVE "REJECTED" TO AUDIT-STATUS
024900                 MOVE "UNKNOWN TABLE ID" TO AUDIT-REASON
024950             END-IF
025000         END-IF
025100     END-IF.
025200     PERFORM 7000-WRITE-AUDIT-LINE
047900     END-IF.
048000 3750-EXIT.
048100     EXIT.
048101
048102 4000-APPLY-PTO-TRAN.
048103******************************************************************
048104*    APPLY ONE PTO POLICY TRANSACTION - ADD A NEW EFFECTIVE-
048105*    DATED ENTRY, OR END-DATE THE OPEN ENTRY FOR A POLICY CODE.
048106******************************************************************
048107     IF TT-ADD
048108         PERFORM 4100-ADD-PTO-ENTRY
048109             THRU 4100-EXIT
048110     ELSE
048111         IF TT-END-DATE
048112             PERFORM 4200-END-PTO-ENTRY
048113                 THRU 4200-EXIT
048114         ELSE
048115             MOVE "REJECTED" TO AUDIT-STATUS
048116             MOVE "UNKNOWN ACTION" TO AUDIT-REASON
048117         END-IF
048118     END-IF.
048119 4000-EXIT.
048120     EXIT.
048121
048122 4100-ADD-PTO-ENTRY.
048123******************************************************************
048124*    ADD A NEW PTO POLICY ENTRY.  THE POLICY CODE IS AT MOST FOUR
048125*    CHARACTERS.  THE EFFECTIVE START DATE AND BOTH MAXIMUM
048126*    BALANCES ARE REQUIRED - A ZERO MAXIMUM WOULD SILENTLY STOP
048127*    ALL ACCRUAL - AND A CARRYOVER LIMIT MAY NOT EXCEED ITS
048128*    MAXIMUM.  A ZERO RATE (NO SICK ACCRUAL, SAY) IS ALLOWED.  A
048129*    BLANK EFFECTIVE END DATE MEANS OPEN-ENDED.
048130******************************************************************
048131     IF TT-PTO-CODE = SPACES
048132         MOVE "REJECTED" TO AUDIT-STATUS
048133         MOVE "KEY REQUIRED" TO AUDIT-REASON
048134         GO TO 4100-EXIT.
048135     IF TT-PTO-CODE-REST NOT = SPACES
048136         MOVE "REJECTED" TO AUDIT-STATUS
048137         MOVE "POLICY CODE OVER 4 CHARACTERS" TO AUDIT-REASON
048138         GO TO 4100-EXIT.
048139     IF TT-EFF-START = ZERO
048140         MOVE "REJECTED" TO AUDIT-STATUS
048141         MOVE "EFFECTIVE START REQUIRED" TO AUDIT-REASON
048142         GO TO 4100-EXIT.
048143     IF TT-VAC-MAX = ZERO OR TT-SICK-MAX = ZERO
048144         MOVE "REJECTED" TO AUDIT-STATUS
048145         MOVE "MAXIMUM BALANCE REQUIRED" TO AUDIT-REASON
048146         GO TO 4100-EXIT.
048147     IF TT-VAC-CARRYOVER > TT-VAC-MAX
048148             OR TT-SICK-CARRYOVER > TT-SICK-MAX
048149         MOVE "REJECTED" TO AUDIT-STATUS
048150         MOVE "CARRYOVER OVER MAXIMUM" TO AUDIT-REASON
048151         GO TO 4100-EXIT.
048152     IF PL-ENTRY-COUNT >= PL-TABLE-MAX
048153         MOVE "REJECTED" TO AUDIT-STATUS
048154         MOVE "TABLE FULL" TO AUDIT-REASON
048155         GO TO 4100-EXIT.
048156     MOVE 'N'                TO ENTRY-FOUND-SW.
048157     PERFORM 4150-CHECK-PTO-DUPLICATE
048158         THRU 4150-EXIT
048159         VARYING PL-IDX FROM 1 BY 1
048160         UNTIL PL-IDX > PL-ENTRY-COUNT.
048161     IF ENTRY-FOUND
048162         MOVE "REJECTED" TO AUDIT-STATUS
048163         MOVE "DUPLICATE ENTRY" TO AUDIT-REASON
048164         GO TO 4100-EXIT.
048165     ADD 1                   TO PL-ENTRY-COUNT.
048166     MOVE TT-PTO-CODE        TO PL-POLICY-CODE (PL-ENTRY-COUNT).
048167     MOVE TT-VAC-RATE        TO PL-VAC-RATE (PL-ENTRY-COUNT).
048168     MOVE TT-SICK-RATE       TO PL-SICK-RATE (PL-ENTRY-COUNT).
048169     MOVE TT-VAC-MAX         TO PL-VAC-MAX (PL-ENTRY-COUNT).
048170     MOVE TT-SICK-MAX        TO PL-SICK-MAX (PL-ENTRY-COUNT).
048171     MOVE TT-VAC-CARRYOVER   TO PL-VAC-CARRYOVER (PL-ENTRY-COUNT).
048172     MOVE TT-SICK-CARRYOVER TO PL-SICK-CARRYOVER (PL-ENTRY-COUNT).
048173     MOVE TT-EFF-START       TO PL-EFF-START (PL-ENTRY-COUNT).
048174     IF TT-EFF-END = ZERO
048175         MOVE OPEN-END-DATE  TO PL-EFF-END (PL-ENTRY-COUNT)
048176     ELSE
048177         MOVE TT-EFF-END     TO PL-EFF-END (PL-ENTRY-COUNT)
048178     END-IF.
048179 4100-EXIT.
048180     EXIT.
048181
048182 4150-CHECK-PTO-DUPLICATE.
048183******************************************************************
048184*    FLAG A PTO POLICY ENTRY ALREADY ON THE TABLE WITH THE
048185*    TRANSACTION'S CODE AND EFFECTIVE START DATE
048186******************************************************************
048187     IF PL-POLICY-CODE (PL-IDX) = TT-PTO-CODE
048188             AND PL-EFF-START (PL-IDX) = TT-EFF-START
048189         MOVE 'Y'            TO ENTRY-FOUND-SW
048190     END-IF.
048191 4150-EXIT.
048192     EXIT.
048200
048202 4200-END-PTO-ENTRY.
048204******************************************************************
048206*    SET THE EFFECTIVE END DATE ON THE OPEN-ENDED ENTRY FOR
048208*    THE TRANSACTION'S POLICY CODE, SO A REPLACEMENT ENTRY CAN
048210*    BE ADDED TO TAKE EFFECT THE FOLLOWING PERIOD.
048212******************************************************************
048214     IF TT-EFF-END = ZERO
048216         MOVE "REJECTED" TO AUDIT-STATUS
048218         MOVE "EFFECTIVE END REQUIRED" TO AUDIT-REASON
048220         GO TO 4200-EXIT.
048222     MOVE 'N'                TO ENTRY-FOUND-SW.
048224     PERFORM 4250-END-PTO-OPEN-ENTRY
048226         THRU 4250-EXIT
048228         VARYING PL-IDX FROM 1 BY 1
048230         UNTIL PL-IDX > PL-ENTRY-COUNT.
048232     IF NOT ENTRY-FOUND
048234         MOVE "REJECTED" TO AUDIT-STATUS
048236         MOVE "NO OPEN ENTRY FOR POLICY" TO AUDIT-REASON
048238     END-IF.
048240 4200-EXIT.
048242     EXIT.
048244
048246 4250-END-PTO-OPEN-ENTRY.
048248******************************************************************
048250*    END-DATE THE OPEN-ENDED TABLE ENTRY MATCHING THE
048252*    TRANSACTION'S POLICY CODE
048254******************************************************************
048256     IF PL-POLICY-CODE (PL-IDX) = TT-PTO-CODE
048258             AND PL-EFF-END (PL-IDX) = OPEN-END-DATE
048260         MOVE TT-EFF-END     TO PL-EFF-END (PL-IDX)
048262         MOVE 'Y'            TO ENTRY-FOUND-SW
048264     END-IF.
048266 4250-EXIT.
048268     EXIT.
048270
048300 7000-WRITE-AUDIT-LINE.
048400******************************************************************
048500*    WRITE ONE AUDIT LINE SHOWING THE TRANSACTION AND WHETHER
061200         AFTER ADVANCING 1 LINE.
061300 8310-EXIT.
061400     EXIT.
061401
061403 8400-REWRITE-PTO-FILE.
061404******************************************************************
061405*    REWRITE THE PTO POLICY FILE FROM THE TABLE AS MAINTAINED
061406******************************************************************
061407     OPEN OUTPUT PTO-FILE.
061408     IF PTF-FILE-STATUS NOT = "00" AND PTF-FILE-STATUS NOT = "05"
061409         DISPLAY "TABMAINT: UNABLE TO REWRITE PTO-FILE, "
061410             "STATUS = " PTF-FILE-STATUS
061411         GO TO 8400-EXIT.
061412     PERFORM 8410-WRITE-PTO-RECORD
061413         THRU 8410-EXIT
061414         VARYING PL-IDX FROM 1 BY 1
061415         UNTIL PL-IDX > PL-ENTRY-COUNT.
061416     CLOSE PTO-FILE.
061417 8400-EXIT.
061418     EXIT.
061419
061420 8410-WRITE-PTO-RECORD.
061421******************************************************************
061422*    WRITE ONE PTO POLICY FILE RECORD FROM ITS TABLE ENTRY
061423******************************************************************
061424     MOVE PL-POLICY-CODE (PL-IDX) TO PTF-POLICY-CODE.
061425     MOVE PL-VAC-RATE (PL-IDX)    TO PTF-VAC-RATE.
061426     MOVE PL-SICK-RATE (PL-IDX)   TO PTF-SICK-RATE.
061427     MOVE PL-VAC-MAX (PL-IDX)     TO PTF-VAC-MAX.
061428     MOVE PL-SICK-MAX (PL-IDX)    TO PTF-SICK-MAX.
061429     MOVE PL-VAC-CARRYOVER (PL-IDX) TO PTF-VAC-CARRYOVER.
061430     MOVE PL-SICK-CARRYOVER (PL-IDX) TO PTF-SICK-CARRYOVER.
061431     MOVE PL-EFF-START (PL-IDX)   TO PTF-EFF-START.
061432     MOVE PL-EFF-END (PL-IDX)     TO PTF-EFF-END.
061433     WRITE PTO-POLICY-FILE-RECORD.
061434 8410-EXIT.
061435     EXIT.
061436
061437 8500-LIST-PTO-TABLE.
061438******************************************************************
061439*    LIST EVERY PTO POLICY TABLE ENTRY FOR AUDIT
061440******************************************************************
061441     MOVE "PTO POLICY TABLE AS REWRITTEN"
061442         TO TL-CAPTION.
061443     WRITE LISTING-RECORD FROM TL-CAPTION-LINE
061444         AFTER ADVANCING 2 LINES.
061445     PERFORM 8510-LIST-PTO-ENTRY
061446         THRU 8510-EXIT
061447         VARYING PL-IDX FROM 1 BY 1
061448         UNTIL PL-IDX > PL-ENTRY-COUNT.
061449 8500-EXIT.
061450     EXIT.
061500
061551 8510-LIST-PTO-ENTRY.
061552******************************************************************
061553*    LIST ONE PTO POLICY TABLE ENTRY
061554******************************************************************
061555     MOVE PL-POLICY-CODE (PL-IDX) TO TL-PTO-CODE.
061556     MOVE PL-VAC-RATE (PL-IDX)    TO TL-PTO-VAC-RATE.
061557     MOVE PL-SICK-RATE (PL-IDX)   TO TL-PTO-SICK-RATE.
061558     MOVE PL-VAC-MAX (PL-IDX)     TO TL-PTO-VAC-MAX.
061559     MOVE PL-SICK-MAX (PL-IDX)    TO TL-PTO-SICK-MAX.
061560     MOVE PL-VAC-CARRYOVER (PL-IDX) TO TL-PTO-VAC-CARRY.
061561     MOVE PL-SICK-CARRYOVER (PL-IDX) TO TL-PTO-SICK-CARRY.
061562     MOVE PL-EFF-START (PL-IDX)   TO TL-PTO-EFF-START.
061563     MOVE PL-EFF-END (PL-IDX)     TO TL-PTO-EFF-END.
061564     WRITE LISTING-RECORD FROM TL-PTO-LIST-LINE
061565         AFTER ADVANCING 1 LINE.
061566 8510-EXIT.
061567     EXIT.
061600 9000-FINALIZE.
061700******************************************************************
061800*    REWRITE THE TABLE FILES FROM THE TABLES AS MAINTAINED,
061900*    LIST THEM FOR AUDIT, AND CLOSE THE RUN'S FILES.  A TABLE
061910*    THAT FAILED TO LOAD IS NOT REWRITTEN - REWRITING FROM AN
061920*    EMPTY OR PARTIAL IN-CORE TABLE WOULD DESTROY THE ENTRIES
062200         THRU 8000-EXIT.
062300     PERFORM 8100-REWRITE-LOC-FILE
062400         THRU 8100-EXIT.
062410     PERFORM 8400-REWRITE-PTO-FILE
062420         THRU 8400-EXIT.
062500     PERFORM 8200-LIST-CC-TABLE
062600         THRU 8200-EXIT.
062700     PERFORM 8300-LIST-LOC-TABLE
062800         THRU 8300-EXIT.
062802     PERFORM 8500-LIST-PTO-TABLE
062804         THRU 8500-EXIT.
062810 9000-CLOSE.
062900     CLOSE TRANSACTION-FILE.
063000     CLOSE LISTING-FILE.
