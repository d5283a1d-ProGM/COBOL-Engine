      *          a file from a NEWER build is reported, not
      *          "migrated" backwards. Fleet rollouts of record
      *          changes stop being a night of hand surgery.
      *          The keyed player masters carry no header, so their
      *          one step is judged from the records themselves:
      *            players, awards, ratings, campaign,
      *            loyalty_counters, balances:
      *              3-byte initials key -> 8-byte player key
      *          A walk-up's initials become their player key padded
      *          with blanks, which is exactly what the games look
      *          up for a walk-up, so every existing record stays
      *          where its owner will find it; numbers only appear
      *          as members are issued. Each master is copied to a
      *          staged .new list, rebuilt under the new key and the
      *          list removed.
      *          players.dat has since grown two columns at the end
      *          of the record, the public-listing flag and the
      *          assist setting:
      *            players (player key, 21 bytes) -> 23 bytes
      *          A players master re-keyed from initials is built at
      *          the full width straight away; one already on the
      *          player key but short is grown the same staged way.
      *          The new columns come in as a blank flag (never
      *          asked) and assist off.
      *          What each master was left at is stamped in
      *          ./data/format_stamp.dat (3 players at full width,
      *          2 player key, 1 still on initials, 0 absent) for
      *          the version inventory.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OUT-FILE ASSIGN TO OUT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT OLD-MASTER-FILE ASSIGN TO IN-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-MASTER-KEY
               FILE STATUS IS OLD-MASTER-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO IN-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-MASTER-KEY
               FILE STATUS IS NEW-MASTER-STATUS.
           SELECT STAMP-FILE ASSIGN TO "./data/format_stamp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE.
       01  OUT-LINE PIC X(512).

      *> the player masters all lead with their key; only the rest
      *> of the record differs, so one shape of each kind serves.
       FD  OLD-MASTER-FILE
           RECORD VARYING IN SIZE FROM 3 TO 120 CHARACTERS
               DEPENDING ON OLD-MASTER-LENGTH.
       01  OLD-MASTER-RECORD.
           05 OLD-MASTER-KEY PIC X(3).
           05 OLD-MASTER-DATA PIC X(117).

       FD  NEW-MASTER-FILE
           RECORD VARYING IN SIZE FROM 8 TO 125 CHARACTERS
               DEPENDING ON NEW-MASTER-LENGTH.
       01  NEW-MASTER-RECORD.
           05 NEW-MASTER-KEY PIC X(8).
           05 NEW-MASTER-DATA PIC X(117).

       FD  STAMP-FILE.
       01  STAMP-RECORD.
           COPY FMTSTAMP.

       WORKING-STORAGE SECTION.
       01  IN-FILE-STATUS PIC X(2).
       01  OUT-FILE-STATUS PIC X(2).
       01  STAMP-FILE-STATUS PIC X(2).
       01  IN-FILE-PATH PIC X(40) VALUE SPACES.
       01  OUT-FILE-PATH PIC X(40) VALUE SPACES.

       01  HEADER-VERSION-NUM REDEFINES HEADER-VERSION-CHAR
           PIC 9(1).

       01  OLD-MASTER-STATUS PIC X(2).
       01  NEW-MASTER-STATUS PIC X(2).
       01  OLD-MASTER-LENGTH PIC 9(3) VALUE 0.
       01  NEW-MASTER-LENGTH PIC 9(3) VALUE 0.

       01  MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 6 TIMES.
               10 MS-FILE-NAME PIC X(30).
               10 MS-OLD-LENGTH PIC 9(3).
               10 MS-NEW-LENGTH PIC 9(3).
               10 MS-GROW-FILL PIC X(2).
               10 MS-CURRENT-VERSION PIC X(1).
               10 MS-VERSION PIC X(1).
       01  MASTER-IDX PIC 9(1) VALUE 0.
       01  MASTER-RECORD-COUNT PIC 9(6) VALUE 0.
      *> how far a record reaches before the columns added after it
      *> was written; the rest is filled from MS-GROW-FILL.
       01  GROW-FROM-LENGTH PIC 9(3) VALUE 0.
       01  GROW-SPAN PIC 9(3) VALUE 0.

       01  MIGRATED-COUNT PIC 9(2) VALUE 0.
       01  CURRENT-COUNT PIC 9(2) VALUE 0.
       01  FUTURE-COUNT PIC 9(2) VALUE 0.
               PERFORM MIGRATE-ONE-FILE
           END-PERFORM.

      *> old lengths are the shapes before the player key, new
      *> lengths the records every program opens them with today.
           MOVE "./data/players.dat" TO MS-FILE-NAME (1).
           MOVE 16 TO MS-OLD-LENGTH (1).
           MOVE 23 TO MS-NEW-LENGTH (1).
           MOVE " 0" TO MS-GROW-FILL (1).
           MOVE "3" TO MS-CURRENT-VERSION (1).
           MOVE "./data/awards.dat" TO MS-FILE-NAME (2).
           MOVE 39 TO MS-OLD-LENGTH (2).
           MOVE 44 TO MS-NEW-LENGTH (2).
           MOVE "./data/ratings.dat" TO MS-FILE-NAME (3).
           MOVE 17 TO MS-OLD-LENGTH (3).
           MOVE 22 TO MS-NEW-LENGTH (3).
           MOVE "./data/campaign.dat" TO MS-FILE-NAME (4).
           MOVE 14 TO MS-OLD-LENGTH (4).
           MOVE 19 TO MS-NEW-LENGTH (4).
           MOVE "./data/loyalty_counters.dat" TO MS-FILE-NAME (5).
           MOVE 8 TO MS-OLD-LENGTH (5).
           MOVE 13 TO MS-NEW-LENGTH (5).
           MOVE "./data/balances.dat" TO MS-FILE-NAME (6).
           MOVE 11 TO MS-OLD-LENGTH (6).
           MOVE 16 TO MS-NEW-LENGTH (6).
           PERFORM VARYING MASTER-IDX FROM 2 BY 1
               UNTIL MASTER-IDX > 6
               MOVE SPACES TO MS-GROW-FILL (MASTER-IDX)
               MOVE "2" TO MS-CURRENT-VERSION (MASTER-IDX)
           END-PERFORM.

           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > 6
               PERFORM MIGRATE-ONE-MASTER
           END-PERFORM.

           PERFORM WRITE-FORMAT-STAMP.

           DISPLAY "migrated " MIGRATED-COUNT
               ", already current " CURRENT-COUNT
               ", from a newer build " FUTURE-COUNT ".".

           ADD 1 TO MIGRATED-COUNT.
           DISPLAY IN-FILE-PATH " migrated to version 2.".

       MIGRATE-ONE-MASTER.
           MOVE MS-FILE-NAME (MASTER-IDX) TO IN-FILE-PATH.
           MOVE MS-OLD-LENGTH (MASTER-IDX) TO OLD-MASTER-LENGTH.
           MOVE "0" TO MS-VERSION (MASTER-IDX).

           PERFORM JUDGE-MASTER-KEY.

           IF FILE-VERDICT = "C" THEN
               PERFORM JUDGE-MASTER-LENGTH
           END-IF.

           EVALUATE FILE-VERDICT
               WHEN "C"
                   MOVE MS-CURRENT-VERSION (MASTER-IDX)
                       TO MS-VERSION (MASTER-IDX)
                   ADD 1 TO CURRENT-COUNT
                   DISPLAY IN-FILE-PATH " already keyed by player."
               WHEN "G"
                   PERFORM GROW-MASTER
               WHEN "M"
                   PERFORM REKEY-MASTER
               WHEN OTHER
                   DISPLAY IN-FILE-PATH " absent; nothing to do."
           END-EVALUATE.

       JUDGE-MASTER-KEY.
      *> A = absent, C = already on the player key, M = still on
      *> initials. A master built under the player key will not
      *> open under the three-byte key at all; one that does is
      *> still told apart by its first record, where the old shape
      *> has the record's own digits straight after the initials
      *> and the new one has blanks (a walk-up) or eight digits
      *> (a member) in the first eight bytes.
           MOVE "A" TO FILE-VERDICT.

           OPEN INPUT OLD-MASTER-FILE.

           IF OLD-MASTER-STATUS = "35" THEN
               EXIT PARAGRAPH
           END-IF.

           IF OLD-MASTER-STATUS NOT = "00" THEN
               MOVE "C" TO FILE-VERDICT
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO FILE-VERDICT.

           READ OLD-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF OLD-MASTER-RECORD (4:5) = SPACES
                   OR OLD-MASTER-RECORD (1:8) NUMERIC THEN
                       MOVE "C" TO FILE-VERDICT
                   END-IF
           END-READ.

           CLOSE OLD-MASTER-FILE.

       JUDGE-MASTER-LENGTH.
      *> C stays C when the first record under the player key is
      *> already as long as today's record; G = grow it. An empty
      *> master has nothing to grow and is taken as current.
           OPEN INPUT NEW-MASTER-FILE.

           IF NEW-MASTER-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           READ NEW-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NEW-MASTER-LENGTH < MS-NEW-LENGTH (MASTER-IDX)
                       MOVE "G" TO FILE-VERDICT
                       MOVE NEW-MASTER-LENGTH TO GROW-FROM-LENGTH
                   END-IF
           END-READ.

           CLOSE NEW-MASTER-FILE.

       GROW-MASTER.
      *> the same staging as the re-key: out to a .new list, the
      *> live name rebuilt at today's width, the list loaded back.
      *> Until the rebuild is through the master stands at 2.
           MOVE "2" TO MS-VERSION (MASTER-IDX).

           MOVE SPACES TO OUT-FILE-PATH.
           STRING IN-FILE-PATH DELIMITED BY SPACE
               ".new" DELIMITED BY SIZE
               INTO OUT-FILE-PATH
           END-STRING.

           OPEN INPUT NEW-MASTER-FILE.
           IF NEW-MASTER-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT OUT-FILE.
           IF OUT-FILE-STATUS NOT = "00" THEN
               CLOSE NEW-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO MASTER-RECORD-COUNT.

           PERFORM UNTIL NEW-MASTER-STATUS NOT = "00"
               READ NEW-MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO OUT-LINE
                       MOVE NEW-MASTER-RECORD (1:NEW-MASTER-LENGTH)
                           TO OUT-LINE (1:NEW-MASTER-LENGTH)
                       WRITE OUT-LINE
                       ADD 1 TO MASTER-RECORD-COUNT
               END-READ
           END-PERFORM.

           CLOSE OUT-FILE.
           CLOSE NEW-MASTER-FILE.

           PERFORM LOAD-STAGED-MASTER.

           IF NEW-MASTER-STATUS NOT = "10" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MS-CURRENT-VERSION (MASTER-IDX)
               TO MS-VERSION (MASTER-IDX).
           ADD 1 TO MIGRATED-COUNT.
           DISPLAY IN-FILE-PATH " grown to the current record: "
               MASTER-RECORD-COUNT " records.".

       LOAD-STAGED-MASTER.
      *> the live name rebuilt empty at today's width and the staged
      *> list loaded into it, each record's missing columns filled;
      *> the list is only dropped once every record is back. Ends
      *> with NEW-MASTER-STATUS "10" when the rebuild went through.
           OPEN INPUT OUT-FILE.
           OPEN OUTPUT NEW-MASTER-FILE.

           IF OUT-FILE-STATUS NOT = "00"
           OR NEW-MASTER-STATUS NOT = "00" THEN
               CLOSE OUT-FILE
               CLOSE NEW-MASTER-FILE
               MOVE "30" TO NEW-MASTER-STATUS
               DISPLAY IN-FILE-PATH " could not be rebuilt; the"
                   " records are kept in " OUT-FILE-PATH
               EXIT PARAGRAPH
           END-IF.

           MOVE MS-NEW-LENGTH (MASTER-IDX) TO NEW-MASTER-LENGTH.
           COMPUTE GROW-SPAN =
               MS-NEW-LENGTH (MASTER-IDX) - GROW-FROM-LENGTH.

           PERFORM UNTIL OUT-FILE-STATUS NOT = "00"
               READ OUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OUT-LINE (1:8) TO NEW-MASTER-KEY
                       MOVE OUT-LINE (9:117) TO NEW-MASTER-DATA
                       IF GROW-SPAN > 0 THEN
                           MOVE MS-GROW-FILL (MASTER-IDX)
                               TO NEW-MASTER-RECORD
                                   (GROW-FROM-LENGTH + 1:GROW-SPAN)
                       END-IF
                       WRITE NEW-MASTER-RECORD
               END-READ
           END-PERFORM.

           CLOSE NEW-MASTER-FILE.
           CLOSE OUT-FILE.

           DELETE FILE OUT-FILE.

           MOVE "10" TO NEW-MASTER-STATUS.

       REKEY-MASTER.
      *> out to a staged list under the old key, the live name
      *> rebuilt empty under the new one, the list loaded back.
      *> Until the rebuild is through the master stands at 1.
           MOVE "1" TO MS-VERSION (MASTER-IDX).

           MOVE SPACES TO OUT-FILE-PATH.
           STRING IN-FILE-PATH DELIMITED BY SPACE
               ".new" DELIMITED BY SIZE
               INTO OUT-FILE-PATH
           END-STRING.

           OPEN INPUT OLD-MASTER-FILE.
           IF OLD-MASTER-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT OUT-FILE.
           IF OUT-FILE-STATUS NOT = "00" THEN
               CLOSE OLD-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO MASTER-RECORD-COUNT.

           PERFORM UNTIL OLD-MASTER-STATUS NOT = "00"
               READ OLD-MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> only what the record holds; past its length is not data.
                       MOVE SPACES TO OUT-LINE
                       MOVE OLD-MASTER-KEY TO OUT-LINE (1:3)
                       IF OLD-MASTER-LENGTH > 3 THEN
                           MOVE OLD-MASTER-RECORD
                               (4:OLD-MASTER-LENGTH - 3)
                               TO OUT-LINE (9:OLD-MASTER-LENGTH - 3)
                       END-IF
                       WRITE OUT-LINE
                       ADD 1 TO MASTER-RECORD-COUNT
               END-READ
           END-PERFORM.

           CLOSE OUT-FILE.
           CLOSE OLD-MASTER-FILE.

      *> the old record moved along by the five bytes the key grew.
           COMPUTE GROW-FROM-LENGTH = MS-OLD-LENGTH (MASTER-IDX) + 5.

           PERFORM LOAD-STAGED-MASTER.

           IF NEW-MASTER-STATUS NOT = "10" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MS-CURRENT-VERSION (MASTER-IDX)
               TO MS-VERSION (MASTER-IDX).
           ADD 1 TO MIGRATED-COUNT.
           DISPLAY IN-FILE-PATH " re-keyed by player: "
               MASTER-RECORD-COUNT " records.".

       WRITE-FORMAT-STAMP.
           OPEN OUTPUT STAMP-FILE.

           IF STAMP-FILE-STATUS NOT = "00" THEN
               DISPLAY "./data/format_stamp.dat could not be written."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > 6
               MOVE SPACES TO STAMP-RECORD
               MOVE MS-FILE-NAME (MASTER-IDX) TO FS-FILE-NAME
               MOVE MS-VERSION (MASTER-IDX) TO FS-VERSION
               WRITE STAMP-RECORD
           END-PERFORM.

           CLOSE STAMP-FILE.
