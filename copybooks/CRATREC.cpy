      *================================================================
      * CRATREC - CHARGE-RATE-FILE record layout (CHGRATE)
      *
      * Finance's chargeback price list for HELLOCHG: what one
      * greeting costs the department that received it. One row per
      * (department, greeting id); the wildcards let one row cover
      * many:
      *   CR-DEPARTMENT-CODE "*ALL"  - any department
      *   CR-GREETING-ID     00000   - any greeting
      * HELLOCHG takes the most specific row that applies -
      * department and greeting, then the department's own default
      * (greeting 00000), then the all-department rate for the
      * greeting, then the default rate ("*ALL" / 00000). The
      * default rate row must be present. Raw-name greetings have
      * a blank department and are priced by the blank-department
      * rows, or the "*ALL" rows when there are none.
      *
      * CR-UNIT-RATE is in currency units with four decimals, so a
      * fraction of a cent per greeting can be charged; the
      * extended amount is rounded to the cent.
      *================================================================
       01  CHARGE-RATE-RECORD.
           05  CR-DEPARTMENT-CODE          PIC X(4).
           05  CR-GREETING-ID              PIC X(5).
           05  CR-UNIT-RATE                PIC X(7).
           05  CR-UNIT-RATE-NUMERIC REDEFINES CR-UNIT-RATE
                                           PIC 9(3)V9(4).
