      ******************************************************************
      * DAYSPARM.CPY
      * PARAMETER BLOCK FOR THE LOANDAYS CALENDAR SUBROUTINE. SHARED
      * BY THE SUBROUTINE'S OWN LINKAGE SECTION AND BY EVERY CALLER'S
      * WORKING-STORAGE SECTION SO THE FUNCTION CODES AND CONDITION
      * NAMES STAY IN STEP. THE CALLER SETS THE FUNCTION AND THE
      * DATES IT NEEDS; LOANDAYS VALIDATES BOTH DATES AS REAL
      * CALENDAR DATES AND RETURNS THE SIGNED NUMBER OF DAYS FROM
      * LD-FROM-DATE TO LD-TO-DATE. THE MONTH-END FUNCTION RETURNS IN
      * LD-TO-DATE THE LAST CALENDAR DAY OF LD-FROM-DATE'S MONTH. THE
      * ADD-MONTHS FUNCTION RETURNS IN LD-TO-DATE THE DATE LD-MONTHS
      * CALENDAR MONTHS AFTER LD-FROM-DATE, ON DAY LD-DAY-OF-MONTH
      * (OR LD-FROM-DATE'S OWN DAY WHEN THAT IS ZERO), PULLED BACK TO
      * THE LAST DAY OF A MONTH TOO SHORT TO HAVE IT.
      * USED BY PROGRAM LOANDAYS AND ANY PROGRAM THAT CALLS IT.
      *
      * MODIFICATION HISTORY.
      *     2026-10-15 MDC  ORIGINAL CALENDAR PARAMETER LAYOUT.
      *     2026-10-15 MDC  ADDED THE MONTH-END FUNCTION.
      *     2026-10-15 MDC  ADDED THE ADD-MONTHS FUNCTION, WITH THE
      *                      MONTH COUNT AND DAY OF MONTH IT TAKES
      *                      APPENDED TO THE BLOCK.
      ******************************************************************
       01  LD-DATE-PARAMETERS.
           05  LD-FUNCTION              PIC X(01).
               88  LD-FUNC-DAYS-BETWEEN     VALUE "D".
               88  LD-FUNC-MONTH-END        VALUE "E".
               88  LD-FUNC-ADD-MONTHS       VALUE "M".
           05  LD-FROM-DATE             PIC 9(08).
           05  LD-TO-DATE               PIC 9(08).
           05  LD-DAYS                  PIC S9(07).
           05  LD-RETURN-CODE           PIC 9(02).
               88  LD-DATE-OK               VALUE 0.
               88  LD-INVALID-FROM-DATE     VALUE 1.
               88  LD-INVALID-TO-DATE       VALUE 2.
               88  LD-INVALID-FUNCTION      VALUE 3.
               88  LD-INVALID-DAY-OF-MONTH  VALUE 4.
           05  LD-MONTHS                PIC 9(03).
           05  LD-DAY-OF-MONTH          PIC 9(02).
