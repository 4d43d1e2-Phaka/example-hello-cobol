      *================================================================
      * CWRKREC - HELLOCHG charge work record (CHGWORK)
      *
      * One row per GREETOUT detail or cancellation HELLOCHG is
      * charging, after its greeting id has been recovered from the
      * audit row that produced (or backed out) it. Sorted into
      * department / greeting order for the pricing break.
      *
      * CW-EVENT-CLASS "D" is a greeting produced, "C" one
      * cancelled by HELLOREV. CW-MATCH-FLAG "U" marks a row no
      * audit row vouched for: its greeting id is unknown (zero)
      * and it is priced at the department's default rate.
      *================================================================
       01  CHARGE-WORK-RECORD.
           05  CW-DEPARTMENT-CODE          PIC X(4).
           05  CW-GREETING-ID              PIC 9(5).
           05  CW-EVENT-CLASS              PIC X.
               88  CW-CLASS-PRODUCED        VALUE "D".
               88  CW-CLASS-CANCELLED       VALUE "C".
           05  CW-MATCH-FLAG               PIC X.
               88  CW-MATCHED               VALUE "M".
               88  CW-UNMATCHED             VALUE "U".
