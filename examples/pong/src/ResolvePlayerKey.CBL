      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Turns a player key back into the name on the boards.
      *          A player key is what every player-keyed master is
      *          keyed on: a member's eight-digit member number, or a
      *          walk-up's three initials padded out with blanks. An
      *          all-digit key is looked up in the member master
      *          (./data/members.dat) for the member's display
      *          initials and status (A live, W withdrawn, ? for a
      *          number the master doesn't know); anything else is a
      *          walk-up, whose initials are the key itself and whose
      *          member number and status come back blank. Journal
      *          writers use it to stamp both the initials and the
      *          member number on a line, reports to print a member
      *          under the initials people know them by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResolvePlayerKey.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "./data/members.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-MEMBER-NUMBER
               FILE STATUS IS MEMBER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           COPY MEMBREC.

       WORKING-STORAGE SECTION.
       01  MEMBER-FILE-STATUS PIC X(2).

       LINKAGE SECTION.
       01  RESOLVE-KEY PIC X(8).
       01  RESOLVE-INITIALS PIC X(3).
       01  RESOLVE-MEMBER PIC X(8).
       01  RESOLVE-STATUS PIC X(1).

       PROCEDURE DIVISION USING
           RESOLVE-KEY RESOLVE-INITIALS RESOLVE-MEMBER RESOLVE-STATUS.
       RESOLVE-PLAYER-KEY-LOGIC.
           MOVE SPACES TO RESOLVE-MEMBER.
           MOVE SPACE TO RESOLVE-STATUS.

           IF RESOLVE-KEY NOT NUMERIC THEN
               MOVE RESOLVE-KEY (1:3) TO RESOLVE-INITIALS
               EXIT PROGRAM
           END-IF.

      *> a member the master can't vouch for still gets a name on
      *> the line; the status says why it isn't theirs.
           MOVE RESOLVE-KEY TO RESOLVE-MEMBER.
           MOVE "???" TO RESOLVE-INITIALS.
           MOVE "?" TO RESOLVE-STATUS.

           OPEN INPUT MEMBER-FILE.

           IF MEMBER-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           MOVE RESOLVE-KEY TO MB-MEMBER-NUMBER.

           READ MEMBER-FILE
               KEY IS MB-MEMBER-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MB-INITIALS TO RESOLVE-INITIALS
                   MOVE MB-STATUS TO RESOLVE-STATUS
           END-READ.

           CLOSE MEMBER-FILE.

           EXIT PROGRAM.
