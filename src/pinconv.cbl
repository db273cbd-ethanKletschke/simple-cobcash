      *One-time conversion of the cardholder master from clear PINs to
      *the protected form (see PinHash). Before running it, with every
      *lane signed off and COBCASH_PINKEY set as it will be on the
      *lanes, rename the live file:
      *    CARDHOLD.DAT to CARDHOLD.OLD
      *and, if an existing backup should stay restorable, rename it:
      *    CARDHOLD.BAK to CARDHOLD.OBK
      *The run builds a new CARDHOLD.DAT from the old records with
      *each PIN replaced by its protected form and everything else
      *carried across as it stands - every card starting out not
      *staff, with no staff discount spent - and a new CARDHOLD.BAK
      *the same way with its trailer tagged for MasterBackup's
      *restore. The .OLD and .OBK files are left untouched so the run
      *can be repeated from scratch - but they hold every PIN in the
      *clear, so delete them once the new files are proven.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinConvert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The old cardholder master, clear PINs
           SELECT Old-Cardholder-File ASSIGN TO "CARDHOLD.OLD"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OCH-Card-Number
           FILE STATUS IS WS-Old-Cardholder-Status.
      *    The old cardholder backup, clear PINs
           SELECT Old-Backup-File ASSIGN TO "CARDHOLD.OBK"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Old-Backup-Status.
      *    The new cardholder master
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    The new cardholder backup
           SELECT Backup-File ASSIGN TO "CARDHOLD.BAK"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Backup-Status.

       DATA DIVISION.
       FILE SECTION.
      *The old cardholder layout - the PIN in the clear after the card
      *number, then the name, supervisor, active and failed-PIN
      *fields exactly as the new layout carries them after the
      *protected form. The staff discount fields came later; they
      *start out "not staff" with nothing spent.
       FD  Old-Cardholder-File.
       01  Old-Cardholder-Record.
           05 OCH-Card-Number PIC 9(16).
           05 OCH-PIN PIC 9(05).
           05 OCH-Rest PIC X(49).

      *A backup line - an old cardholder record, or the trailer
       FD  Old-Backup-File.
       01  Old-Backup-Record.
           05 OBK-Card-Number PIC 9(16).
           05 OBK-PIN PIC 9(05).
           05 OBK-Rest PIC X(49).
           05 FILLER PIC X(50).

       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

       FD  Backup-File.
       01  Backup-Line-Record PIC X(120).

       WORKING-STORAGE SECTION.
      *File statuses
       01  WS-Old-Cardholder-Status PIC X(02).
           88 WS-Old-Cardholder-OK VALUE "00".
       01  WS-Old-Backup-Status PIC X(02).
           88 WS-Old-Backup-OK VALUE "00".
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Backup-Status PIC X(02).
           88 WS-Backup-OK VALUE "00".
      *"Y" once the old file being copied runs out
       01  WS-Old-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Old-EOF VALUE "Y".
      *The protected form handed back by PinHash
       01  WS-PIN-Hash PIC X(20) VALUE SPACES.
      *Run totals
       01  WS-Convert-Totals.
           05 WS-Card-Read PIC 9(08) VALUE 0.
           05 WS-Card-Written PIC 9(08) VALUE 0.
           05 WS-Card-Rejected PIC 9(08) VALUE 0.
           05 WS-Bak-Read PIC 9(08) VALUE 0.
           05 WS-Bak-Written PIC 9(08) VALUE 0.
           05 WS-Bak-Rejected PIC 9(08) VALUE 0.
           05 WS-Disp-Count PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Convert the master, then the backup
           DISPLAY "PIN Convert - clear PINs to the protected form".
           PERFORM Convert-Master-Section.
           PERFORM Convert-Backup-Section.
           PERFORM Show-Totals-Section.
           STOP RUN.

       Convert-Master-Section SECTION. *> CARDHOLD.OLD across
           OPEN INPUT Old-Cardholder-File.
           IF NOT WS-Old-Cardholder-OK THEN
               DISPLAY "No CARDHOLD.OLD (status "
                   WS-Old-Cardholder-Status ") - master not converted"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT Cardholder-File.
           IF NOT WS-Cardholder-OK THEN
               DISPLAY "Cannot create CARDHOLD.DAT (status "
                   WS-Cardholder-Status ")"
               CLOSE Old-Cardholder-File
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-Old-EOF-Flag.
           PERFORM Convert-One-Card-Section
               UNTIL WS-Old-EOF.

           CLOSE Cardholder-File.
           CLOSE Old-Cardholder-File.

       Convert-One-Card-Section SECTION. *> One cardholder record
           READ Old-Cardholder-File NEXT RECORD
               AT END
                   SET WS-Old-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Card-Read.
           CALL "PinHash" USING OCH-Card-Number OCH-PIN WS-PIN-Hash.
           MOVE SPACES TO Cardholder-Record.
           MOVE OCH-Card-Number TO CH-Card-Number.
           MOVE WS-PIN-Hash TO CH-PIN-Hash.
           MOVE OCH-Rest TO Cardholder-Record(37:49).
           MOVE "N" TO CH-Employee-Flag.
           MOVE 0 TO CH-Staff-Year.
           MOVE 0 TO CH-Staff-Spend.
           WRITE Cardholder-Record
               INVALID KEY
                   ADD 1 TO WS-Card-Rejected
                   DISPLAY "Card ending " OCH-Card-Number(13:4)
                       " already on file - not written"
               NOT INVALID KEY
                   ADD 1 TO WS-Card-Written
           END-WRITE.

       Convert-Backup-Section SECTION. *> CARDHOLD.OBK across
           OPEN INPUT Old-Backup-File.
           IF NOT WS-Old-Backup-OK THEN
               DISPLAY "No CARDHOLD.OBK (status "
                   WS-Old-Backup-Status ") - backup not converted"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT Backup-File.
           IF NOT WS-Backup-OK THEN
               DISPLAY "Cannot create CARDHOLD.BAK (status "
                   WS-Backup-Status ")"
               CLOSE Old-Backup-File
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-Old-EOF-Flag.
           PERFORM Convert-One-Backup-Section
               UNTIL WS-Old-EOF.

           CLOSE Backup-File.
           CLOSE Old-Backup-File.

       Convert-One-Backup-Section SECTION. *> One backup line
           READ Old-Backup-File
               AT END
                   SET WS-Old-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           MOVE SPACES TO Backup-Line-Record.
      *    The trailer's count and key total still hold - the card
      *    numbers don't change - so it only gains the protected tag
      *    MasterBackup looks for.
           IF Old-Backup-Record(1:6) = "@@END " THEN
               MOVE Old-Backup-Record(1:34) TO Backup-Line-Record
               MOVE "PH" TO Backup-Line-Record(36:2)
               WRITE Backup-Line-Record
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-Bak-Read.
           IF OBK-Card-Number IS NOT NUMERIC THEN
               ADD 1 TO WS-Bak-Rejected
               DISPLAY "Backup line " WS-Bak-Read
                   " is not a cardholder record - not written"
               EXIT SECTION
           END-IF.
           CALL "PinHash" USING OBK-Card-Number OBK-PIN WS-PIN-Hash.
           MOVE SPACES TO Cardholder-Record.
           MOVE OBK-Card-Number TO CH-Card-Number.
           MOVE WS-PIN-Hash TO CH-PIN-Hash.
           MOVE OBK-Rest TO Cardholder-Record(37:49).
           MOVE "N" TO CH-Employee-Flag.
           MOVE 0 TO CH-Staff-Year.
           MOVE 0 TO CH-Staff-Spend.
           MOVE Cardholder-Record TO Backup-Line-Record.
           WRITE Backup-Line-Record.
           ADD 1 TO WS-Bak-Written.

       Show-Totals-Section SECTION. *> What went across
           DISPLAY "                 read     written    rejected".
           DISPLAY "Master   " WITH NO ADVANCING.
           PERFORM Show-Master-Counts-Section.
           DISPLAY "Backup   " WITH NO ADVANCING.
           PERFORM Show-Backup-Counts-Section.

       Show-Master-Counts-Section SECTION. *> Master line
           MOVE WS-Card-Read TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Card-Written TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Card-Rejected TO WS-Disp-Count.
           DISPLAY WS-Disp-Count.

       Show-Backup-Counts-Section SECTION. *> Backup line
           MOVE WS-Bak-Read TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Bak-Written TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Bak-Rejected TO WS-Disp-Count.
           DISPLAY WS-Disp-Count.

       END PROGRAM PinConvert.
