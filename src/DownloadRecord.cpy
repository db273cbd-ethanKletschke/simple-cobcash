      *Record layout for the head-office master download
      *(DNLD<store>.DAT) - written per store by HeadOfficeDownload
      *and applied at the store by DownloadApply before the day-open.
      *One header, then one record per add, change or delete to the
      *tax table, item master, pending price changes and promotions,
      *in that order, then a trailer carrying the count.
       01  Download-Record.
      *    "H" = header, "T" = tax category, "I" = item, "P" = pending
      *    price change, "R" = promotion, "Z" = trailer
           05 DNL-Master PIC X(01).
               88 DNL-Is-Header VALUE "H".
               88 DNL-Is-Tax VALUE "T".
               88 DNL-Is-Item VALUE "I".
               88 DNL-Is-Price VALUE "P".
               88 DNL-Is-Promo VALUE "R".
               88 DNL-Is-Trailer VALUE "Z".
      *    "A" = add, "C" = change, "D" = delete (the record as the
      *    store was last sent it)
           05 DNL-Action PIC X(01).
               88 DNL-Is-Add VALUE "A".
               88 DNL-Is-Change VALUE "C".
               88 DNL-Is-Delete VALUE "D".
      *    The master record itself, laid out exactly as its own
      *    copybook lays it out
           05 DNL-Data PIC X(120).
      *    Header - which store, this download's run stamp
      *    (yyyymmddhhmmss), and the stamp of the one before it for
      *    this store, so a missed download is caught. Zeros in the
      *    previous stamp mean a full resend.
           05 DNL-Header REDEFINES DNL-Data.
               10 DNL-Store-ID PIC X(03).
               10 DNL-Run-Stamp PIC X(14).
               10 DNL-Prev-Stamp PIC X(14).
               10 FILLER PIC X(89).
      *    Trailer - how many add/change/delete records came before
           05 DNL-Trailer REDEFINES DNL-Data.
               10 DNL-Record-Count PIC 9(06).
               10 FILLER PIC X(114).
      *    Tax category, as TaxRateRecord
           05 DNL-Tax REDEFINES DNL-Data.
               10 DLT-Category PIC X(01).
               10 DLT-Rate PIC 9V999.
               10 FILLER PIC X(115).
      *    Item, as ItemMasterRecord - the store-kept fields (stock,
      *    quarantine, reorder settings) always arrive zero/blank
           05 DNL-Item REDEFINES DNL-Data.
               10 DLI-Item-Code PIC X(10).
               10 DLI-Item-Name PIC X(20).
               10 DLI-Item-Price PIC 999999V99.
               10 DLI-On-Hand-Qty PIC 9(05)V99.
               10 DLI-Reorder-Level PIC 9(05).
               10 DLI-Reorder-Qty PIC 9(05).
               10 DLI-Tax-Category PIC X(01).
               10 DLI-Unit-Of-Measure PIC X(01).
               10 DLI-Min-Age PIC 9(02).
               10 DLI-Supplier-Code PIC X(06).
               10 DLI-Unit-Cost PIC 9(06)V99.
               10 DLI-Linked-Code PIC X(10).
               10 DLI-Serial-Flag PIC X(01).
               10 DLI-Dept-Code PIC X(03).
               10 DLI-Reorder-Fixed PIC X(01).
               10 DLI-Quarantine-Qty PIC 9(05)V99.
               10 FILLER PIC X(25).
      *    Pending price change, as PriceChangeRecord
           05 DNL-Price REDEFINES DNL-Data.
               10 DLP-Item-Code PIC X(10).
               10 DLP-New-Price PIC 9(06)V99.
               10 DLP-Effective-Date PIC X(10).
               10 FILLER PIC X(92).
      *    Promotion, as PromoRecord
           05 DNL-Promo REDEFINES DNL-Data.
               10 DLR-Item-Code PIC X(10).
               10 DLR-Promo-Type PIC X(01).
               10 DLR-Value PIC 9(06)V99.
               10 DLR-Start-Date PIC X(10).
               10 DLR-End-Date PIC X(10).
               10 DLR-Group-ID PIC X(06).
               10 DLR-Trigger-Qty PIC 9(03).
               10 FILLER PIC X(72).
