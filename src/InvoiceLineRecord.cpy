      *Record layout for one batched supplier invoice line
      *(INVOICE.DAT) - feeds the invoice register non-interactively
      *when COBCASH_BATCH is set, like DELIVERY.DAT feeds goods
      *receiving: the supplier, invoice and PO it belongs to, and the
      *item, quantity and unit cost billed.
       01  Invoice-Line-Record.
           05 INV-Supplier-Code PIC X(06).
           05 INV-Invoice-Number PIC X(12).
           05 INV-PO-Number PIC 9(06).
           05 INV-Invoice-Date PIC X(10).
           05 INV-Item-Code PIC X(10).
           05 INV-Qty-Billed PIC 9(05)V99.
           05 INV-Unit-Cost PIC 9(06)V99.
