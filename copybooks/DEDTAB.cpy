001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-09-03 RLB   ORIGINAL COPYBOOK - DEDUCTION TABLE.
001510*    2026-10-15 RLB   CARRY THE CASE NUMBER, ORDER START/STOP
001520*                     DATES AND STATUS FROM THE MASTER, AND THE
001530*                     PRIORITY EACH CHECK TAKES THE ENTRY AT.
001600******************************************************************
001700 01  DED-TABLE.
001800     05  DED-ENTRY           OCCURS 100 TIMES.
003200         10  DE-ARREARS      PIC 9(07)V99.
003300         10  DE-PAYEE        PIC X(20).
003400         10  DE-GL-ACCOUNT   PIC X(06).
003410         10  DE-CASE-NUMBER  PIC X(20).
003420         10  DE-ORDER-START  PIC 9(08).
003430         10  DE-ORDER-STOP   PIC 9(08).
003440         10  DE-STATUS       PIC X(01).
003450             88  DE-ACTIVE                   VALUES 'A', SPACE.
003460             88  DE-STOPPED                  VALUE 'S'.
003500         10  DE-TAKEN-THIS-RUN PIC S9(09)V99.
003600         10  DE-TAKEN-THIS-CHECK PIC S9(07)V99.
003650         10  DE-RUN-PRIORITY PIC 9(02).
003700
003800 77  DED-TABLE-MAX           PIC 9(03)      VALUE 100.
003900 77  DED-ENTRY-COUNT         PIC 9(03)      VALUE ZERO.
