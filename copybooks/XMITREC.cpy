001300*  DATE       INIT  DESCRIPTION
001400*  ---------  ----  --------------------------------------
001500*  2026-08-21 JDM   INITIAL VERSION.
001510*  2026-10-15 JDM   CARVED AN AMOUNT TOTAL OUT OF FILLER FOR
001520*                   FEEDS THAT BALANCE ON MONEY AS WELL AS ROWS
001530*                   (DWEXTR'S WAREHOUSE FILES).  FEEDS WITHOUT
001540*                   ONE CARRY ZERO.  RECORD LENGTH UNCHANGED.
001600***************************************************************
001700 01  XMIT-RECORD.
001800     05  XMIT-COUNT                  PIC 9(07).
001900     05  XMIT-TIMESTAMP              PIC X(14).
001910     05  XMIT-AMOUNT-TOTAL           PIC S9(15)V99 COMP-3.
