           03 WS-AUDIT-STATUS           PIC XX.

      *    THE ONLY PROGRAMS ALLOWED TO TURN A TOKEN BACK INTO AN
      *    SSN - THE CREDIT-BUREAU CALL PATHS (INCLUDING THE
      *    AUTOMATED UNDERWRITING PULL), THE DOD SCRA MATCH
      *    EXTRACT, THE 1099-C AND 1099-NEC INFORMATION-RETURN
      *    FILES AND THE FINCEN CTR FILING DATA. EXTEND THIS TABLE
      *    (AND ITS OCCURS) WHEN A NEW BUREAU-, IRS- OR FINCEN-FACING
      *    PROGRAM IS WRITTEN.
       01  WS-STATIC-DATA.
           03 STATIC-AUTH-CALLERS.
              05 FILLER                 PIC X(8) VALUE 'EPSCRBUR'.
              05 FILLER                 PIC X(8) VALUE 'EPSCRRFS'.
              05 FILLER                 PIC X(8) VALUE 'EPSSCRDX'.
              05 FILLER                 PIC X(8) VALUE 'EPS1099C'.
              05 FILLER                 PIC X(8) VALUE 'EPSUWDCN'.
              05 FILLER                 PIC X(8) VALUE 'EPS1099N'.
              05 FILLER                 PIC X(8) VALUE 'EPSCTRDY'.
           03 STATIC-AUTH-TBL REDEFINES STATIC-AUTH-CALLERS.
              05 STATIC-AUTH-CALLER OCCURS 7 TIMES
                                        PIC X(8).

       01  WS-INDICATORS-AND-FLAGS.
       A600-CHECK-CALLER.
           MOVE 'N' TO WS-CALLER-AUTHORIZED.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > 7
              IF STATIC-AUTH-CALLER(WS-AUTH-IDX)
                    = EPSSSNTK-CALLER-ID
                 MOVE 'Y' TO WS-CALLER-AUTHORIZED
