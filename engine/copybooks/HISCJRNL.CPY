      ******************************************************************
      * Shared record layout of ./data/hiscore_journal.dat -- one line
      * per score posting: date, time, initials, score, cabinet and
      * the game it was posted from. The journal is
      * plain sequential so a power cut mid-write can at worst lose
      * its own last line, never the file; RebuildHiScores replays it
      * to reconstruct the indexed leaderboard when that file is
      * damaged. Included with COPY HISCJRNL under the FD 01 of
      * WriteHiScore and RebuildHiScores, and behind the cabinet
      * prefix of the nightly feed in BuildFleetBoard.
      * JR-GAME-KIND: P = PONG, B = Breakout; lines written before
      * the column existed read back as a space -- the game can't be
      * told after the fact, so the boards place them on PONG's and
      * the anomaly sweep judges them against the joint ceiling.
      * JR-MATCH-NUMBER: the posting cabinet's number for the match
      * the score came from; spaces on older lines.
      * JR-HEAD-START: games the posting side started a handicapped
      * rated match with, zero for a level start; spaces on older
      * lines. A posting with a head start is marked as such on the
      * printed board.
      * JR-ASSIST-FLAG: A when the score was played with assist mode
      * on; space for an unassisted posting and on older lines. An
      * assisted posting is marked as such on every board that
      * shows it.
      ******************************************************************
           05 JR-DATE       PIC 9(8).
           05 JR-SEP-1      PIC X(1).
           05 JR-SCORE      PIC 9(5).
           05 JR-SEP-4      PIC X(1).
           05 JR-CABINET-ID PIC X(8).
           05 JR-SEP-5      PIC X(1).
           05 JR-GAME-KIND  PIC X(1).
           05 JR-SEP-6      PIC X(1).
           05 JR-MATCH-NUMBER PIC 9(8).
           05 JR-SEP-7      PIC X(1).
           05 JR-HEAD-START PIC 9(2).
           05 JR-SEP-8      PIC X(1).
           05 JR-ASSIST-FLAG PIC X(1).
