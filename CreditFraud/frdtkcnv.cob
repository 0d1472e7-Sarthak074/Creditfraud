IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDTKCNV.

      *> Modification History
      *> ------------------------------------------------------------
      *> 2026-10-14  New program.  One-time conversion of the card
      *>             numbers already on file to card tokens, run
      *>             once when FRAUDCHK starts tokenizing at the
      *>             feed, ahead of that night's batch.  Every
      *>             card found is put through TOKENIZE-CARD-NUMBER
      *>             against FRAUD.TOKEN.VAULT.dat, so it gets the
      *>             same token FRAUDCHK will give it, and a value
      *>             that is already a token maps to itself - a
      *>             second run changes nothing.  Converted in
      *>             place: FRAUD.HOTCARD.txt, the HOTCARD lines of
      *>             FRAUD.TABLE.AUDIT.txt, FRAUD.BLOCK.SENT.txt,
      *>             FRAUD.OUTREACH.SENT.txt,
      *>             FRAUD.OUTREACH.ESCAL.txt (each through the
      *>             work file FRAUD.TOKEN.CNV.work), the
      *>             FRAUD.HOTCARD.FEED.dat feed store, the TXN
      *>             cases on FRAUD.CASE.MASTER.dat, the scored
      *>             store FRAUD.SCORED.dat, and the card-profile
      *>             master FRAUD.CARD.PROFILE.dat, which is
      *>             re-keyed on the token.  FRAUD.CASE.XREF.dat
      *>             is not touched here - run FRDLINK afterwards
      *>             to rebuild it from the converted master.
      *> 2026-10-14  Also converts the case archives FRDPURGE has
      *>             already written (FRAUD.CASE.ARCH.yyyymmdd.txt,
      *>             named the way its BUILD-ARCHIVE-NAMES names
      *>             them) - the archived TXN case's flagged record
      *>             carries its card where the master's does, so
      *>             retired cases no longer keep card numbers the
      *>             live master has given up.  Text lines widened
      *>             to the archive's 178 bytes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEXT-FILE ASSIGN TO WS-TEXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO 'FRAUD.TOKEN.CNV.work'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-FILE ASSIGN TO 'FRAUD.HOTCARD.FEED.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HF-TRANS-ID.
           SELECT OPTIONAL CASE-MASTER ASSIGN TO 'FRAUD.CASE.MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-TRANS-ID.
           SELECT OPTIONAL SCORED-FILE ASSIGN TO 'FRAUD.SCORED.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-TRANS-ID.
           SELECT OPTIONAL PROFILE-MASTER
               ASSIGN TO 'FRAUD.CARD.PROFILE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CARD-NUMBER.
           SELECT OPTIONAL TOKEN-VAULT ASSIGN TO 'FRAUD.TOKEN.VAULT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-KEY.

       DATA DIVISION.
       FILE SECTION.

      *> ---------------------------------------------------------
      *> TEXT-FILE is whichever flat file CONVERT-TEXT-FILE has
      *> been pointed at; 178 bytes is the widest of them
      *> (FRDPURGE's case archive), a shorter line reads in
      *> space-padded.
       FD  TEXT-FILE.
       01  TEXT-RECORD            PIC X(178).

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(178).

      *> ---------------------------------------------------------
      *> Hot-card feed store - same layout FRDHOTFD declares.
       FD  FEED-FILE.
       01  HF-FEED-RECORD.
           05  HF-TRANS-ID        PIC X(10).
           05  HF-CARD-NUMBER     PIC X(16).
           05  HF-ADDED-FLAG      PIC X(01).
           05  HF-STATUS          PIC X(06).
           05  HF-FEED-DATE       PIC X(08).

       FD  CASE-MASTER.
           COPY CASEMAST.

       FD  SCORED-FILE.
           COPY SCOREREC.

       FD  PROFILE-MASTER.
           COPY CARDPROF.

       FD  TOKEN-VAULT.
           COPY TOKVAULT.

       WORKING-STORAGE SECTION.
      *> ---------------------------------------------------------
      *> CONVERT-TEXT-FILE parameters - the file, where its card
      *> number sits (a second position for the audit trail's
      *> old and new rows, zero when there is none), and the
      *> value a line must carry at WS-TEXT-MATCH-POS to hold a
      *> card at all (length zero when every line does).
       01  WS-TEXT-NAME           PIC X(40) VALUE SPACES.
       01  WS-TEXT-CARD-POS-1     PIC 9(3) VALUE ZERO.
       01  WS-TEXT-CARD-POS-2     PIC 9(3) VALUE ZERO.
       01  WS-TEXT-MATCH-POS      PIC 9(3) VALUE ZERO.
       01  WS-TEXT-MATCH-LEN      PIC 9(3) VALUE ZERO.
       01  WS-TEXT-MATCH-VALUE    PIC X(9) VALUE SPACES.

       01  WS-TEXT-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-TEXT-EOF        VALUE 'Y'.
       01  WS-WORK-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-WORK-EOF        VALUE 'Y'.
       01  WS-MASTER-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-MASTER-EOF      VALUE 'Y'.

       01  WS-TEXT-LINES          PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-TEXT-CONVERTED      PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-CONVERTED     PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-DUPLICATE     PIC 9(7) COMP-3 VALUE ZERO.
       01  WS-COUNT-OUT           PIC ZZZZZZ9.

      *> ---------------------------------------------------------
      *> Case-archive pass.  FRDPURGE names each archive for the
      *> day it ran and nothing catalogs them, so every day from
      *> today back WS-ARCHIVE-DAYS-BACK days is tried; a day with
      *> no archive opens as an empty OPTIONAL file and is passed
      *> over without a line of its own.
       01  WS-ARCHIVE-DAYS-BACK   PIC 9(5) COMP-3 VALUE 3660.
       01  WS-ARCHIVE-DAYS-LEFT   PIC 9(5) COMP-3 VALUE ZERO.
       01  WS-TODAY-DATE          PIC 9(8) VALUE ZERO.
       01  WS-ARCHIVE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-ARCHIVE-INTEGER     PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-PASS-FLAG   PIC X VALUE 'N'.
           88  WS-ARCHIVE-PASS    VALUE 'Y'.
       01  WS-ARCHIVES-FOUND      PIC 9(7) COMP-3 VALUE ZERO.

       01  WS-OLD-PROFILE-KEY     PIC X(16) VALUE SPACES.
       01  WS-PROFILE-HOLD        PIC X(200) VALUE SPACES.

      *> ---------------------------------------------------------
      *> TOKENIZE-CARD-NUMBER / FIND-CARD-TOKEN working storage
      *> (TOKWORK.cpy).
           COPY TOKWORK.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN I-O TOKEN-VAULT

           MOVE "FRAUD.HOTCARD.txt"        TO WS-TEXT-NAME
           MOVE 1    TO WS-TEXT-CARD-POS-1
           MOVE ZERO TO WS-TEXT-CARD-POS-2
           MOVE ZERO TO WS-TEXT-MATCH-LEN
           PERFORM CONVERT-TEXT-FILE

           MOVE "FRAUD.TABLE.AUDIT.txt"    TO WS-TEXT-NAME
           MOVE 42   TO WS-TEXT-CARD-POS-1
           MOVE 83   TO WS-TEXT-CARD-POS-2
           MOVE 25   TO WS-TEXT-MATCH-POS
           MOVE 9    TO WS-TEXT-MATCH-LEN
           MOVE "HOTCARD"                  TO WS-TEXT-MATCH-VALUE
           PERFORM CONVERT-TEXT-FILE

           MOVE "FRAUD.BLOCK.SENT.txt"     TO WS-TEXT-NAME
           MOVE 12   TO WS-TEXT-CARD-POS-1
           MOVE ZERO TO WS-TEXT-CARD-POS-2
           MOVE ZERO TO WS-TEXT-MATCH-LEN
           PERFORM CONVERT-TEXT-FILE

           MOVE "FRAUD.OUTREACH.SENT.txt"  TO WS-TEXT-NAME
           MOVE 78   TO WS-TEXT-CARD-POS-1
           MOVE ZERO TO WS-TEXT-CARD-POS-2
           MOVE 21   TO WS-TEXT-MATCH-POS
           MOVE 3    TO WS-TEXT-MATCH-LEN
           MOVE "TXN"                      TO WS-TEXT-MATCH-VALUE
           PERFORM CONVERT-TEXT-FILE

           MOVE "FRAUD.OUTREACH.ESCAL.txt" TO WS-TEXT-NAME
           MOVE 58   TO WS-TEXT-CARD-POS-1
           MOVE ZERO TO WS-TEXT-CARD-POS-2
           MOVE 1    TO WS-TEXT-MATCH-POS
           MOVE 3    TO WS-TEXT-MATCH-LEN
           MOVE "TXN"                      TO WS-TEXT-MATCH-VALUE
           PERFORM CONVERT-TEXT-FILE

           PERFORM CONVERT-CASE-ARCHIVES

           PERFORM CONVERT-HOTCARD-FEED
           PERFORM CONVERT-CASE-MASTER
           PERFORM CONVERT-SCORED-STORE
           PERFORM CONVERT-CARD-PROFILES

           CLOSE TOKEN-VAULT

           MOVE WS-TOKENS-ISSUED TO WS-COUNT-OUT
           DISPLAY "FRDTKCNV - TOKENS ISSUED: " WS-COUNT-OUT
           DISPLAY "FRDTKCNV - RUN FRDLINK TO REBUILD "
                   "FRAUD.CASE.XREF.dat"
           STOP RUN.

      *> ---------------------------------------------------------
      *> CONVERT-TEXT-FILE copies the named flat file to the work
      *> file with its card numbers tokenized, then copies the
      *> work file back over it.  A file that is not there, or is
      *> empty, is left exactly as it was.
       CONVERT-TEXT-FILE.
           MOVE ZERO TO WS-TEXT-LINES
           MOVE ZERO TO WS-TEXT-CONVERTED
           MOVE 'N'  TO WS-TEXT-EOF-FLAG
           OPEN INPUT  TEXT-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM CONVERT-TEXT-LINE UNTIL WS-TEXT-EOF
           CLOSE TEXT-FILE WORK-FILE

           IF WS-TEXT-LINES > ZERO
               MOVE 'N' TO WS-WORK-EOF-FLAG
               OPEN INPUT  WORK-FILE
               OPEN OUTPUT TEXT-FILE
               PERFORM COPY-WORK-LINE-BACK UNTIL WS-WORK-EOF
               CLOSE WORK-FILE TEXT-FILE
           END-IF

           IF WS-TEXT-LINES > ZERO OR NOT WS-ARCHIVE-PASS
               MOVE WS-TEXT-CONVERTED TO WS-COUNT-OUT
               DISPLAY "FRDTKCNV - " WS-TEXT-NAME " CARDS CONVERTED: "
                       WS-COUNT-OUT
           END-IF.

       CONVERT-TEXT-LINE.
           READ TEXT-FILE
               AT END
                   SET WS-TEXT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEXT-LINES
                   IF WS-TEXT-MATCH-LEN = ZERO
                       PERFORM TOKENIZE-TEXT-CARDS
                   ELSE
                       IF TEXT-RECORD(WS-TEXT-MATCH-POS:WS-TEXT-MATCH-LEN)
                          = WS-TEXT-MATCH-VALUE(1:WS-TEXT-MATCH-LEN)
                           PERFORM TOKENIZE-TEXT-CARDS
                       END-IF
                   END-IF
                   MOVE TEXT-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
           END-READ.

       TOKENIZE-TEXT-CARDS.
           MOVE TEXT-RECORD(WS-TEXT-CARD-POS-1:16) TO WS-TOKEN-CARD
           PERFORM TOKENIZE-CARD-NUMBER
           IF WS-TOKEN-VALUE NOT = WS-TOKEN-CARD
               MOVE WS-TOKEN-VALUE TO TEXT-RECORD(WS-TEXT-CARD-POS-1:16)
               ADD 1 TO WS-TEXT-CONVERTED
           END-IF

           IF WS-TEXT-CARD-POS-2 > ZERO
               MOVE TEXT-RECORD(WS-TEXT-CARD-POS-2:16) TO WS-TOKEN-CARD
               PERFORM TOKENIZE-CARD-NUMBER
               IF WS-TOKEN-VALUE NOT = WS-TOKEN-CARD
                   MOVE WS-TOKEN-VALUE
                       TO TEXT-RECORD(WS-TEXT-CARD-POS-2:16)
                   ADD 1 TO WS-TEXT-CONVERTED
               END-IF
           END-IF.

       COPY-WORK-LINE-BACK.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO TEXT-RECORD
                   WRITE TEXT-RECORD
           END-READ.

      *> ---------------------------------------------------------
      *> CONVERT-CASE-ARCHIVES puts each dated case archive through
      *> CONVERT-TEXT-FILE.  An archive line is FRDPURGE's
      *>   TRANS-ID(10) DISPOSITION(14) ANALYST(8) TIMESTAMP(14)
      *>   FLAGGED-RECORD(128)
      *> so the flagged record starts at column 51, and a TXN
      *> case - "TXN" at its column 3 - carries the card at its
      *> columns 60-75, as CONVERT-CASE-RECORD converts it on the
      *> master: columns 53 and 110 of the line.
       CONVERT-CASE-ARCHIVES.
           SET WS-ARCHIVE-PASS TO TRUE
           MOVE ZERO TO WS-ARCHIVES-FOUND
           MOVE ZERO TO WS-COUNT-CONVERTED
           MOVE 110  TO WS-TEXT-CARD-POS-1
           MOVE ZERO TO WS-TEXT-CARD-POS-2
           MOVE 53   TO WS-TEXT-MATCH-POS
           MOVE 3    TO WS-TEXT-MATCH-LEN
           MOVE "TXN"                      TO WS-TEXT-MATCH-VALUE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-ARCHIVE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-ARCHIVE-DAYS-BACK TO WS-ARCHIVE-DAYS-LEFT
           PERFORM CONVERT-ONE-CASE-ARCHIVE
               UNTIL WS-ARCHIVE-DAYS-LEFT = ZERO
           MOVE 'N' TO WS-ARCHIVE-PASS-FLAG

           MOVE WS-ARCHIVES-FOUND TO WS-COUNT-OUT
           DISPLAY "FRDTKCNV - CASE ARCHIVES FOUND: " WS-COUNT-OUT
           MOVE WS-COUNT-CONVERTED TO WS-COUNT-OUT
           DISPLAY "FRDTKCNV - CASE ARCHIVE CARDS CONVERTED: "
                   WS-COUNT-OUT.

       CONVERT-ONE-CASE-ARCHIVE.
           COMPUTE WS-ARCHIVE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ARCHIVE-INTEGER)
           MOVE SPACES TO WS-TEXT-NAME
           STRING "FRAUD.CASE.ARCH."     DELIMITED BY SIZE
                  WS-ARCHIVE-DATE        DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
                  INTO WS-TEXT-NAME
           END-STRING
           PERFORM CONVERT-TEXT-FILE

           IF WS-TEXT-LINES > ZERO
               ADD 1 TO WS-ARCHIVES-FOUND
               ADD WS-TEXT-CONVERTED TO WS-COUNT-CONVERTED
           END-IF
           SUBTRACT 1 FROM WS-ARCHIVE-INTEGER
           SUBTRACT 1 FROM WS-ARCHIVE-DAYS-LEFT.

      *> ---------------------------------------------------------
      *> CONVERT-HOTCARD-FEED / CONVERT-CASE-MASTER /
      *> CONVERT-SCORED-STORE walk their store in key order and
      *> rewrite each record whose card number changed - none of
      *> them is keyed on the card.
       CONVERT-HOTCARD-FEED.
           MOVE ZERO TO WS-COUNT-CONVERTED
           MOVE 'N'  TO WS-MASTER-EOF-FLAG
           OPEN I-O FEED-FILE
           PERFORM CONVERT-FEED-RECORD UNTIL WS-MASTER-EOF
           CLOSE FEED-FILE

           MOVE WS-COUNT-CONVERTED TO WS-COUNT-OUT
           DISPLAY "FRDTKCNV - FRAUD.HOTCARD.FEED.dat CARDS "
                   "CONVERTED: " WS-COUNT-OUT.

       CONVERT-FEED-RECORD.
           READ FEED-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   MOVE HF-CARD-NUMBER TO WS-TOKEN-CARD
                   PERFORM TOKENIZE-CARD-NUMBER
                   IF WS-TOKEN-VALUE NOT = WS-TOKEN-CARD
                       MOVE WS-TOKEN-VALUE TO HF-CARD-NUMBER
                       REWRITE HF-FEED-RECORD
                       ADD 1 TO WS-COUNT-CONVERTED
                   END-IF
           END-READ.

       CONVERT-CASE-MASTER.
           MOVE ZERO TO WS-COUNT-CONVERTED
           MOVE 'N'  TO WS-MASTER-EOF-FLAG
           OPEN I-O CASE-MASTER
           PERFORM CONVERT-CASE-RECORD UNTIL WS-MASTER-EOF
           CLOSE CASE-MASTER

           MOVE WS-COUNT-CONVERTED TO WS-COUNT-OUT
           DISPLAY "FRDTKCNV - FRAUD.CASE.MASTER.dat CARDS "
                   "CONVERTED: " WS-COUNT-OUT.

       CONVERT-CASE-RECORD.
           READ CASE-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF CM-FLAGGED-RECORD(3:3) = "TXN"
                       MOVE CM-FLAGGED-RECORD(60:16) TO WS-TOKEN-CARD
                       PERFORM TOKENIZE-CARD-NUMBER
                       IF WS-TOKEN-VALUE NOT = WS-TOKEN-CARD
                           MOVE WS-TOKEN-VALUE
                               TO CM-FLAGGED-RECORD(60:16)
                           REWRITE CM-CASE-RECORD
                           ADD 1 TO WS-COUNT-CONVERTED
                       END-IF
                   END-IF
           END-READ.

       CONVERT-SCORED-STORE.
           MOVE ZERO TO WS-COUNT-CONVERTED
           MOVE 'N'  TO WS-MASTER-EOF-FLAG
           OPEN I-O SCORED-FILE
           PERFORM CONVERT-SCORED-RECORD UNTIL WS-MASTER-EOF
           CLOSE SCORED-FILE

           MOVE WS-COUNT-CONVERTED TO WS-COUNT-OUT
           DISPLAY "FRDTKCNV - FRAUD.SCORED.dat CARDS CONVERTED: "
                   WS-COUNT-OUT.

       CONVERT-SCORED-RECORD.
           READ SCORED-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   MOVE SC-CARD-NUMBER TO WS-TOKEN-CARD
                   PERFORM TOKENIZE-CARD-NUMBER
                   IF WS-TOKEN-VALUE NOT = WS-TOKEN-CARD
                       MOVE WS-TOKEN-VALUE TO SC-CARD-NUMBER
                       REWRITE SC-SCORED-RECORD
                       ADD 1 TO WS-COUNT-CONVERTED
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> CONVERT-CARD-PROFILES re-keys the profile master: each
      *> record still under a card number is deleted and written
      *> back under the card's token, and the walk resumes just
      *> past the old key.  A re-keyed record met again further
      *> along is already under a token and is left alone.  A
      *> token that somehow already has a profile keeps it; the
      *> card-number record is dropped and counted.
       CONVERT-CARD-PROFILES.
           MOVE ZERO TO WS-COUNT-CONVERTED
           MOVE ZERO TO WS-COUNT-DUPLICATE
           MOVE 'N'  TO WS-MASTER-EOF-FLAG
           OPEN I-O PROFILE-MASTER

           MOVE LOW-VALUES TO CP-CARD-NUMBER
           START PROFILE-MASTER KEY IS NOT LESS THAN CP-CARD-NUMBER
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START

           PERFORM CONVERT-PROFILE-RECORD UNTIL WS-MASTER-EOF
           CLOSE PROFILE-MASTER

           MOVE WS-COUNT-CONVERTED TO WS-COUNT-OUT
           DISPLAY "FRDTKCNV - FRAUD.CARD.PROFILE.dat PROFILES "
                   "RE-KEYED: " WS-COUNT-OUT
           IF WS-COUNT-DUPLICATE > ZERO
               MOVE WS-COUNT-DUPLICATE TO WS-COUNT-OUT
               DISPLAY "FRDTKCNV - PROFILES DROPPED, TOKEN ALREADY "
                       "PROFILED: " WS-COUNT-OUT
           END-IF.

       CONVERT-PROFILE-RECORD.
           READ PROFILE-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   MOVE CP-CARD-NUMBER TO WS-TOKEN-CARD
                   PERFORM TOKENIZE-CARD-NUMBER
                   IF WS-TOKEN-VALUE NOT = WS-TOKEN-CARD
                       PERFORM REKEY-CARD-PROFILE
                   END-IF
           END-READ.

       REKEY-CARD-PROFILE.
           MOVE CP-CARD-NUMBER    TO WS-OLD-PROFILE-KEY
           MOVE CP-PROFILE-RECORD TO WS-PROFILE-HOLD
           DELETE PROFILE-MASTER RECORD

           MOVE WS-PROFILE-HOLD   TO CP-PROFILE-RECORD
           MOVE WS-TOKEN-VALUE    TO CP-CARD-NUMBER
           WRITE CP-PROFILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-COUNT-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-CONVERTED
           END-WRITE

           MOVE WS-OLD-PROFILE-KEY TO CP-CARD-NUMBER
           START PROFILE-MASTER KEY IS GREATER THAN CP-CARD-NUMBER
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START.

      *> ---------------------------------------------------------
      *> FIND-CARD-TOKEN (TOKFIND.cpy) and TOKENIZE-CARD-NUMBER
      *> (TOKISSUE.cpy) - shared with FRAUDCHK, see TOKVAULT.cpy.
           COPY TOKFIND.
           COPY TOKISSUE.
