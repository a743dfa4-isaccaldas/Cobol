           05  HST-EXEMPT-FLAG             PIC X(01).
           05  HST-STORE-NUMBER            PIC X(04).
           05  HST-ENTRY-SOURCE            PIC X(01).
           05  HST-LOCALITY-CODE           PIC X(05).
           05  HST-STATE-TAX               PIC S9(5)V99.
           05  HST-COUNTY-TAX              PIC S9(5)V99.
           05  HST-CITY-TAX                PIC S9(5)V99.
           05  HST-PRICING-BASIS           PIC X(01).
           05  HST-ORIGINAL-DATE           PIC 9(08).
