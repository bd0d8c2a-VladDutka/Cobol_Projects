      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: One disciplinary incident against an employee -- the
      *          date, what happened, a note and who entered it.
      *          TARDYRPT seeds the late arrivals and absences it
      *          finds, DISCNIGHT seeds drawer shortages over the
      *          SHOPCONF limit off DRAWERLED.DAT, and DISCMAINT takes
      *          manual entries. DISCNIGHT counts them against the
      *          DISCRULE.DAT rules to decide which notices are due.
      ******************************************************************
       01  INCIDENT-REC.
           05  IC-EMPID PIC X(5).
           05  IC-DATE PIC 9(8).
      *    'T' TARDY, 'A' ABSENT, 'N' NO-CALL/NO-SHOW, 'C' CASH
      *    SHORTAGE, 'O' OTHER.
           05  IC-TYPE PIC X(1).
           05  IC-NOTE PIC X(30).
           05  IC-ENTERED-BY PIC X(10).
      *    WHERE THE ROW CAME FROM -- 'M' KEYED BY HAND, 'T' SEEDED
      *    BY TARDYRPT (REPLACED WHEN THE MONTH IS RERUN), 'D' SEEDED
      *    OFF THE DRAWER LEDGER.
           05  IC-SOURCE PIC X(1).
