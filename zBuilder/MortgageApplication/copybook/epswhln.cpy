      * EPSWHLN.cpy
      * Warehouse line control record - one per bank warehouse line
      * of credit the shop funds closings on, in the order lines
      * are to be drawn. EPSWIRXR puts each released funding wire
      * on the first line with room; EPSWHDLY accrues the bank's
      * interest and takes the aging curtailments against each
      * line's terms. Rates and percentages are whole percent -
      * 6.2500 MEANS SIX AND A QUARTER PERCENT.

       01  WAREHOUSE-LINE-RECORD.
           03 WHLN-LINE-ID               PIC X(6).
           03 WHLN-BANK-NAME             PIC X(24).
           03 WHLN-LINE-LIMIT            PIC 9(11)V99.
      * SHARE OF THE FUNDING WIRE THE BANK ADVANCES - THE REST IS
      * THE SHOP'S OWN CASH (THE HAIRCUT). ZERO MEANS 100.
           03 WHLN-ADVANCE-PCT           PIC 9(3)V99.
      * ANNUAL INTEREST RATE ON THE OUTSTANDING ADVANCE, ACTUAL/360.
           03 WHLN-INTEREST-RATE         PIC 9(2)V9(4).
      * AGING CURTAILMENTS - THE SHARE OF THE ORIGINAL ADVANCE THE
      * BANK REQUIRES PAID DOWN ONCE A LOAN HAS SAT ON THE LINE THIS
      * MANY DAYS. ZERO DAYS MEANS 30 AND 60.
           03 WHLN-CURTAIL-1-DAYS        PIC 9(3).
           03 WHLN-CURTAIL-1-PCT         PIC 9(3)V99.
           03 WHLN-CURTAIL-2-DAYS        PIC 9(3).
           03 WHLN-CURTAIL-2-PCT         PIC 9(3)V99.
           03 FILLER                     PIC X(10).
