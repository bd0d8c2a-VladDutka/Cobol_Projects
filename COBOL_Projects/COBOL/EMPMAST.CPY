      *    ZERO/BLANK ON RECORDS FROM BEFORE THE FIELDS EXISTED.
           05  EM-HIRE-DATE PIC 9(8).
           05  EM-EMP-CLASS PIC X(1).
      *    HOW THE EMPLOYEE IS PAID -- 'H' HOURLY (RPH TIMES HOURS,
      *    THE CREW), 'M' MONTHLY-RATED (A FIXED MONTHLY SALARY, HALF
      *    OF IT PER SEMI-MONTHLY PERIOD). FOR MONTHLY STAFF EM-RPH
      *    HOLDS THE DERIVED HOURLY EQUIVALENT THAT LATES, ABSENCES
      *    AND PREMIUMS ARE PRICED AT. BLANK (RECORDS FROM BEFORE THE
      *    BASIS EXISTED) MEANS HOURLY.
           05  EM-PAY-BASIS PIC X(1).
           05  EM-MONTHLY-RATE PIC 9(6)V99.
