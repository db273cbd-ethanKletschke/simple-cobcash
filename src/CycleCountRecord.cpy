      *Record layout for the cycle count schedule (CYCCOUNT.DAT), keyed
      *by item code - one record per item ranked by CycleCount's
      *classify run. It carries the item's A/B/C class and the year's
      *sales value that earned it, when it was last counted and when
      *it is next due, and how its counts have gone, so the daily
      *sheet knows what to count and the coverage report can show
      *what is overdue and how accurate the book stock has proved.
       01  Cycle-Count-Record.
           05 CYC-Item-Code PIC X(10).
      *    A = counted most often, C = least
           05 CYC-Class PIC X(01).
               88 CYC-Class-A VALUE "A".
               88 CYC-Class-B VALUE "B".
               88 CYC-Class-C VALUE "C".
      *    The year's net sales value at cost behind the class, and
      *    the day it was ranked
           05 CYC-Annual-Value PIC 9(09)V99.
           05 CYC-Class-Date PIC X(10).
      *    Spaces until the item's first cycle count
           05 CYC-Last-Count-Date PIC X(10).
           05 CYC-Next-Due-Date PIC X(10).
      *    Counts posted, and how many found the book figure right
           05 CYC-Counts-Taken PIC 9(05).
           05 CYC-Counts-Accurate PIC 9(05).
