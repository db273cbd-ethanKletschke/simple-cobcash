           05 LINE 21 COL PLUS 1 PIC X(03)
              USING WS-Maint-Dept-Code
              REVERSE-VIDEO.

      *    Reorder pin label - Y keeps the reorder level/qty exactly
      *    as keyed, out of the weekly recalculation; blank on a
      *    change leaves it alone, N releases it
           05 LINE 22 COL 3 VALUE "Reorder Fixed By Hand (Y/N): ".
      *    Reorder pin input
           05 LINE 22 COL PLUS 1 PIC X(01)
              USING WS-Maint-Reorder-Fixed
              REVERSE-VIDEO.
