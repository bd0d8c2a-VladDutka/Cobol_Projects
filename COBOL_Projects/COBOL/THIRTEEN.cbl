       01  YTD-EOF-SW PIC X VALUE 'N'.
           88 YTD-END VALUE 'Y'.
       01  THIRTEENTH PIC 9(5)V99.
      *    THE GROSS THE ENTITLEMENT IS FIGURED ON -- YTD-GROSS IS
      *    PAY FOR HOURS WORKED ONLY; THE ALLOWANCES ARE NOT BASIC
      *    PAY AND WERE NEVER ADDED INTO IT.
       01  THIRTEENTH-BASE PIC 9(7)V99.
       01  THIRTEENTHDP PIC $ZZ,999.99.
       01  YTD-GROSSDP PIC $Z,ZZZ,999.99.
       01  PAYEE-CTR PIC 9(4) VALUE 0.
      *    THE STATUTORY ENTITLEMENT IS ONE-TWELFTH OF THE YEAR'S
      *    ACCUMULATED GROSS -- A MID-YEAR HIRE'S SMALLER ACCUMULATOR
      *    PRORATES THE FIGURE BY ITSELF.
               MOVE YTD-GROSS TO THIRTEENTH-BASE
               COMPUTE THIRTEENTH ROUNDED = THIRTEENTH-BASE / 12
               MOVE YTD-EMPNO TO EM-LOOKUP-EMPID
               PERFORM 1100-FIND-EMP-MASTER-ROW
               IF EM-FOUND-ROW AND EM-STATUS-CODE = 'T'
