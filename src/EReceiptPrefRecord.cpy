      *Record layout for the e-receipt preference file (ERCPTPRF.DAT),
      *keyed by loyalty card number - where a loyalty customer wants
      *their receipts sent, and whether they still want the paper one.
      *Kept beside LOYALTY.DAT rather than in it, so the points master
      *and everything that reads it stay as they are.
       01  EReceipt-Pref-Record.
           05 ERP-Card-Number PIC 9(16).
           05 ERP-Email PIC X(60).
      *    P = paper only, E = e-receipt only, B = both
           05 ERP-Preference PIC X(01).
               88 ERP-Paper-Only VALUE "P".
               88 ERP-Email-Only VALUE "E".
               88 ERP-Paper-And-Email VALUE "B".
               88 ERP-Wants-Email VALUE "E" "B".
               88 ERP-Preference-Valid VALUE "P" "E" "B".
      *    When the customer last set or changed it
           05 ERP-Updated-Date PIC X(10).
