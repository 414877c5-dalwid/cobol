000100******************************************************************
000200*    COPYBOOK:    DEDTREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE DEDUCTION MASTER
000400*                 MAINTENANCE TRANSACTION FILE READ BY
000500*                 DEDMAINT.  ONE RECORD PER REQUESTED CHANGE,
000600*                 KEYED BY EMPLOYEE ID AND DEDUCTION CODE:
000700*                 "ADD" SETS UP A NEW DEDUCTION OR COURT ORDER,
000800*                 "CHG" CORRECTS ITS TERMS, "STP" STOPS IT AND
000900*                 "RSM" RESUMES A STOPPED DEDUCTION.  THE
001000*                 PERCENT IS KEYED AS A PERCENT OF GROSS WITH
001100*                 TWO DECIMALS (006.50 = 6.5 PERCENT).  BLANK
001200*                 OR ZERO FIELDS ON A CHG LEAVE THE MASTER AS
001300*                 IT STANDS.  A ZERO ORDER STOP DATE ON AN ADD
001400*                 MEANS OPEN-ENDED.
001500*------------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    ---------- ----  ------------------------------------------
001900*    2026-10-15 RLB   ORIGINAL COPYBOOK - DEDUCTION MAINTENANCE.
002000******************************************************************
002100 01  DEDUCTION-TRANSACTION-RECORD.
002200     05  DT-ACTION           PIC X(03).
002300         88  DT-ADD                          VALUE "ADD".
002400         88  DT-CHANGE                       VALUE "CHG".
002500         88  DT-STOP                         VALUE "STP".
002600         88  DT-RESUME                       VALUE "RSM".
002700     05  DT-EMP-ID           PIC X(06).
002800     05  DT-DED-CODE         PIC X(06).
002900     05  DT-DESCRIPTION      PIC X(25).
003000     05  DT-DED-TYPE         PIC X(01).
003100     05  DT-PRIORITY         PIC 9(02).
003200     05  DT-AMOUNT           PIC 9(05)V99.
003300     05  DT-PERCENT          PIC 9(03)V99.
003400     05  DT-GOAL-AMOUNT      PIC 9(09)V99.
003500     05  DT-PROTECTED-NET    PIC 9(07)V99.
003600     05  DT-PAYEE            PIC X(20).
003700     05  DT-GL-ACCOUNT       PIC X(06).
003800     05  DT-CASE-NUMBER      PIC X(20).
003900     05  DT-ORDER-START      PIC 9(08).
004000     05  DT-ORDER-STOP       PIC 9(08).
