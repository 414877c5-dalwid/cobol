001800*    DATE       INIT  DESCRIPTION
001900*    ---------- ----  ------------------------------------------
002000*    2026-09-03 RLB   ORIGINAL COPYBOOK - DEDUCTION MASTER.
002010*    2026-10-15 RLB   ADDED THE COURT CASE NUMBER, THE ORDER
002020*                     START AND STOP DATES AND A STATUS BYTE.
002030*                     THE FILE IS NOW MAINTAINED BY DEDMAINT.
002040*                     A DEDUCTION IS TAKEN ONLY WHEN ACTIVE AND
002050*                     THE PAY PERIOD END DATE FALLS INSIDE ITS
002060*                     ORDER DATES, SO A COURT ORDER CAN BE KEYED
002070*                     AHEAD AND STOPS ON ITS OWN DATE.  BLANK
002080*                     DATES AND STATUS ON RECORDS FROM BEFORE
002090*                     THIS CHANGE READ AS OPEN AND ACTIVE.
002100******************************************************************
002200 01  DEDUCTION-MASTER-RECORD.
002300     05  DM-EMP-ID           PIC X(06).
003600     05  DM-ARREARS          PIC 9(07)V99.
003700     05  DM-PAYEE            PIC X(20).
003800     05  DM-GL-ACCOUNT       PIC X(06).
003900     05  DM-CASE-NUMBER      PIC X(20).
004000     05  DM-ORDER-START      PIC 9(08).
004100     05  DM-ORDER-STOP       PIC 9(08).
004200     05  DM-STATUS           PIC X(01).
004300         88  DM-ACTIVE                       VALUES 'A', SPACE.
004400         88  DM-STOPPED                      VALUE 'S'.
