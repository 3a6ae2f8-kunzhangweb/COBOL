           05  PM-PART-NAME              PIC X(14).
           05  PM-VEHICLE-MAKE           PIC X(03).
           05  PM-WEEKS-LEAD-TIME        PIC 9(03).
           05  PM-VEHICLE-MODEL          PIC X(10).
           05  PM-VEHICLE-YEAR           PIC X(04).
           05  PM-SPEC-NUMBER            PIC X(07).
           05  PM-BLUEPRINT-NUMBER       PIC X(10).
           05  FILLER                    PIC X(25).

       FD  SUPPMAST
           RECORD CONTAINS 132 CHARACTERS
           05  FILLER                    PIC X(79).

       FD  POMAST
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS OM-REC.
       01  OM-REC.
           05  OM-PO-KEY.
           05  OM-PO-STATUS              PIC X(01).
           05  OM-CURRENCY-CODE          PIC X(03).
           05  OM-USD-PRICE              PIC S9(07)V99.
           05  OM-PART-NUMBER            PIC X(23).
           05  OM-QTY-INVOICED           PIC S9(07).
           05  FILLER                    PIC X(13).

       WORKING-STORAGE SECTION.

