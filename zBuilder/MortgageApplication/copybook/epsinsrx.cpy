      * inspection coming back on the vendor's file. Read by
      * EPSINSPR, which posts the result to the EPSINSPF order and
      * flags vacant properties into the EPSSVSMT servicing status
      * workflow. The fee the vendor billed for the inspection rides
      * on the result so EPSINSPR can pass it to the corporate
      * advance sub-ledger. On a property under repair from a hazard
      * loss the vendor also reports how far the repairs have come.

       01  INSPECTION-RESULT-RECORD.
           03 INSRX-PAN                  PIC X(10).
              88 INSRX-OCCUPIED             VALUE 'O'.
              88 INSRX-VACANT               VALUE 'V'.
           03 INSRX-CONDITION-IND        PIC X.
           03 INSRX-FEE-AMOUNT           PIC 9(5)V99.
           03 INSRX-REPAIR-PCT           PIC 9(3).
