      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One segregation-of-duties rule -- a pair of control
      *          steps the same person must never take both sides
      *          of. Each side names an event source SODRPT reads:
      *          RATECHG (RATEHIST.DAT), OTAUTH (OTAUTH.DAT), ADJUST
      *          (ADJUST.DAT), PAYAPPR (PAYAPPR.DAT), OVERRIDE (an
      *          ORDLINES price override), SALE (the cashier who rang
      *          an order), VOID (the cashier who voided one), or
      *          A:<action> for any AUDIT.DAT action (A:NEW ENTRY,
      *          A:CORRECTION, A:CHKVOID ...). The match says what
      *          ties the two sides together. The auditor adds rules
      *          through SODRPT's [A]; the standard ones are written
      *          the first time the file is found missing.
      ******************************************************************
       01  SODRULE-REC.
           05  SR-RULE-ID PIC X(4).
           05  SR-MAKER PIC X(12).
      *    SPACES ON AN 'S' RULE -- IT HAS ONLY THE ONE SIDE.
           05  SR-CHECKER PIC X(12).
      *    'E' THE SAME EMPLOYEE (AND PAY PERIOD WHERE BOTH SIDES
      *    CARRY ONE), 'P' THE SAME PAY PERIOD, 'O' THE SAME ORDER,
      *    'A' ANYWHERE IN THE REPORT PERIOD, 'S' THE OPERATOR'S
      *    OWN RECORD (THE MAKER SIDE'S EMPLOYEE IS THE OPERATOR).
           05  SR-MATCH PIC X(1).
           05  SR-DESC PIC X(40).
