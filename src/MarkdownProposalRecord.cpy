      *Record layout for one proposed markdown (MKDNPRP.DAT) - written
      *by the dead-stock run for every idle item it would mark down,
      *and read back when a buyer approves them into the pending
      *price changes. The old price rides along so an approval can
      *tell the shelf price was re-keyed since the list was printed.
       01  Markdown-Proposal-Record.
           05 MDP-Item-Code PIC X(10).
           05 MDP-Dept-Code PIC X(03).
      *    Age band the item fell in: 1 = 60 days idle, 2 = 90,
      *    3 = 180 or more (or never sold)
           05 MDP-Band PIC 9(01).
           05 MDP-Idle-Days PIC 9(05).
           05 MDP-Old-Price PIC 9(06)V99.
           05 MDP-Markdown-Pct PIC 9(02).
           05 MDP-New-Price PIC 9(06)V99.
           05 MDP-Proposed-Date PIC X(10).
