      * Author: ProGM
      * Date:
      * Purpose: Records a player's score in the standing leaderboard,
      *          keyed by initials and game -- PONG and Breakout keep
      *          separate boards -- so results survive across sessions.
      *          Every posting also lands in a plain sequential
      *          journal first -- the indexed file has been corrupted
      *          twice by power cuts mid-REWRITE, and the journal is
      *          what RebuildHiScores replays to put the board back.
      *          A score from a match the posting side started with a
      *          handicap head start is journaled with the games it
      *          was given, so the printed board can mark it, and
      *          a score played with assist mode on is journaled
      *          with the assist flag for the same reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/hiscore_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  MAX-PONG-SCORE PIC 9(5) VALUE 0.
       01  MAX-BREAKOUT-SCORE PIC 9(5) VALUE 0.
       01  POSTING-SUSPECT-FLAG PIC 9(1) VALUE 0.
       01  BOARD-GAME-KIND PIC X(1) VALUE "P".

       LINKAGE SECTION.
       01  PLAYER-INITIALS PIC X(3).
      *> so the plausibility gate judges against the ceiling that
      *> actually applies: a 47 on a best-of-3 PONG cabinet must
      *> not slip past behind Breakout's thousands. Anything else
      *> falls back to the joint ceiling. The same byte picks the
      *> board the posting lands on; anything unrecognised is
      *> journaled and boarded as PONG, the game it always was.
       01  POSTING-GAME-KIND PIC X(1).
      *> the posting cabinet's number for the match the score came
      *> from; journal and suspense lines both carry it.
       01  POSTING-MATCH-NUMBER PIC 9(8).
      *> games the posting side started the match with on a
      *> handicap; zero for a level start and for Breakout.
       01  POSTING-HEAD-START PIC 9(2).
      *> A when the score was played with assist mode on, space
      *> otherwise.
       01  POSTING-ASSIST-FLAG PIC X(1).

       PROCEDURE DIVISION USING
           PLAYER-INITIALS PLAYER-FINAL-SCORE POSTING-CABINET-ID
           POSTING-GAME-KIND POSTING-MATCH-NUMBER POSTING-HEAD-START
           POSTING-ASSIST-FLAG.
       WRITE-HISCORE-LOGIC.
      *> the plausibility gate, learned the hard way after a
      *> service-menu mishap posted a garbage score and the board
               EXIT PROGRAM
           END-IF.

           IF POSTING-GAME-KIND = "B" THEN
               MOVE "B" TO BOARD-GAME-KIND
           ELSE
               MOVE "P" TO BOARD-GAME-KIND
           END-IF.

           PERFORM READ-SEASON-ID.

      *> journal first: if the power goes while the indexed file is
           END-IF.

           MOVE PLAYER-INITIALS TO HS-INITIALS.
           MOVE BOARD-GAME-KIND TO HS-GAME-KIND.

           READ HISCORE-FILE
               KEY IS HS-BOARD-KEY
               INVALID KEY
                   MOVE PLAYER-FINAL-SCORE TO HS-SCORE
                   MOVE POSTING-CABINET-ID TO HS-CABINET-ID
           MOVE PLAYER-INITIALS TO SP-INITIALS.
           MOVE PLAYER-FINAL-SCORE TO SP-SCORE.
           MOVE POSTING-CABINET-ID TO SP-CABINET-ID.
           MOVE POSTING-GAME-KIND TO SP-GAME-KIND.
           MOVE POSTING-MATCH-NUMBER TO SP-MATCH-NUMBER.
           MOVE POSTING-HEAD-START TO SP-HEAD-START.
           MOVE POSTING-ASSIST-FLAG TO SP-ASSIST-FLAG.

           WRITE SUSPENSE-RECORD.

           MOVE PLAYER-INITIALS TO JR-INITIALS.
           MOVE PLAYER-FINAL-SCORE TO JR-SCORE.
           MOVE POSTING-CABINET-ID TO JR-CABINET-ID.
           MOVE BOARD-GAME-KIND TO JR-GAME-KIND.
           MOVE POSTING-MATCH-NUMBER TO JR-MATCH-NUMBER.
           MOVE POSTING-HEAD-START TO JR-HEAD-START.
           MOVE POSTING-ASSIST-FLAG TO JR-ASSIST-FLAG.
           MOVE SPACE TO JR-SEP-1 JR-SEP-2 JR-SEP-3 JR-SEP-4 JR-SEP-5
               JR-SEP-6 JR-SEP-7 JR-SEP-8.

           WRITE JOURNAL-RECORD.

