      *Record layout for the commission rate table (COMMRATE.DAT) -
      *one record per commissionable department, kept out of the
      *program like TAXTABLE.DAT so the plan can change without a
      *recompile. A sales associate who helped with a line in one of
      *these departments earns this percent of the line (e.g. PWR
      *0300 pays 3% on the power-tool floor). Departments not in the
      *table pay no commission, except on serialised items, which
      *pay the store's serialised-item rate from STORECFG.DAT.
       01  Comm-Rate-Record.
           05 CMR-Dept-Code PIC X(03).
           05 CMR-Rate-Pct PIC 9(02)V99.
