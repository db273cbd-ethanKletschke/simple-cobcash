      *One-way protection for cardholder PINs. Every program that
      *stores or checks a PIN calls this with the card number and the
      *PIN and gets back the protected form kept on CARDHOLD.DAT as
      *CH-PIN-Hash - the PIN itself is never written anywhere. The
      *card number salts it, so two cards sharing a PIN never share
      *a protected value. A site key from the COBCASH_PINKEY
      *environment variable keys it - set the same on every lane and
      *back-office machine and kept off the data directory, so a
      *copy of the file or a backup on its own is no help towards a
      *PIN. The mixing runs many rounds, to make trying every PIN
      *against a stolen record slow.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinHash.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *The site key, picked up from the environment on the first call
       01  WS-Site-Key PIC X(20) VALUE SPACES.
       01  WS-Key-Loaded-Flag PIC X(01) VALUE "N".
           88 WS-Key-Loaded VALUE "Y".
      *What gets mixed - site key, card number, PIN - and the same
      *bytes one at a time
       01  WS-Mix-Text.
           05 WS-Mix-Key PIC X(20).
           05 WS-Mix-Card PIC 9(16).
           05 WS-Mix-PIN PIC 9(05).
       01  WS-Mix-Chars REDEFINES WS-Mix-Text.
           05 WS-Mix-Char PIC X(01) OCCURS 41 TIMES.
      *The two running accumulators, each kept under its own prime
       01  WS-Mix-Values.
           05 WS-Mix-A PIC 9(10) VALUE 0.
           05 WS-Mix-B PIC 9(10) VALUE 0.
           05 WS-Mix-Byte PIC 9(03) VALUE 0.
           05 WS-Mix-Rounds PIC 9(04) VALUE 1000.
           05 RN PIC 9(04) COMP VALUE 0.
           05 MC PIC 9(02) COMP VALUE 0.

       LINKAGE SECTION.
      *The card the PIN belongs to
       01  PH-Card-Number PIC 9(16).
      *The PIN as keyed
       01  PH-PIN PIC 9(05).
      *Handed back - the protected form, both accumulators side by
      *side as twenty digits
       01  PH-PIN-Hash.
           05 PH-Hash-A PIC 9(10).
           05 PH-Hash-B PIC 9(10).

       PROCEDURE DIVISION USING PH-Card-Number PH-PIN PH-PIN-Hash.
       INITIALISATION SECTION. *> Mix card and PIN under the site key
           IF NOT WS-Key-Loaded THEN
               ACCEPT WS-Site-Key FROM ENVIRONMENT "COBCASH_PINKEY"
               IF WS-Site-Key = SPACES THEN
      *            No site key set - still one-way, just not keyed
                   MOVE "CobCash PIN Guard" TO WS-Site-Key
               END-IF
               SET WS-Key-Loaded TO TRUE
           END-IF.

           MOVE WS-Site-Key TO WS-Mix-Key.
           MOVE PH-Card-Number TO WS-Mix-Card.
           MOVE PH-PIN TO WS-Mix-PIN.
           MOVE 5381 TO WS-Mix-A.
           MOVE 52711 TO WS-Mix-B.
           PERFORM Mix-One-Round-Section
               VARYING RN FROM 1 BY 1 UNTIL RN > WS-Mix-Rounds.

           MOVE WS-Mix-A TO PH-Hash-A.
           MOVE WS-Mix-B TO PH-Hash-B.
           GOBACK.

       Mix-One-Round-Section SECTION. *> Every byte through once more
           PERFORM Mix-One-Byte-Section
               VARYING MC FROM 1 BY 1 UNTIL MC > 41.

       Mix-One-Byte-Section SECTION. *> One byte into both
           MOVE FUNCTION ORD(WS-Mix-Char(MC)) TO WS-Mix-Byte.
           COMPUTE WS-Mix-A = FUNCTION MOD(
               WS-Mix-A * 48271 + WS-Mix-Byte + RN, 2147483647).
           COMPUTE WS-Mix-B = FUNCTION MOD(
               WS-Mix-B * 69621 + WS-Mix-Byte * 131 + WS-Mix-A,
               999999937).
       END PROGRAM PinHash.
