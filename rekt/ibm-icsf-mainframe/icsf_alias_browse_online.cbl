      *----------------------------------------------------------------*
      * ICSF_ALIAS_BROWSE_ONLINE.CBL                                   *
      *                                                                *
      * CICS transaction ALBR - alias directory browse.               *
      *                                                                *
      * Lists ALIASDIR in alias-name order with, beside each alias,   *
      * the physical label it resolves to and that key's status and  *
      * usage off KEYSTOR - so "which key is SWIFT-OUT really using  *
      * tonight, and is it live" is one screen instead of two batch  *
      * reports. An alias whose label is not on the key store shows  *
      * NOT ON KEY STORE: every request under it is failing with -1.  *
      *                                                                *
      *   ENTER  - the list from the alias typed in the name field,   *
      *            or from the first alias if it is left blank.       *
      *   PF8    - the next page.                                     *
      *   PF3 or CLEAR - end the transaction.                        *
      *                                                                *
      * Read-only and pseudo-conversational, as KINQ.                 *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - online alias directory browse      *
      *               with the target key's status.                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFALBR.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESP                    PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Pseudo-conversational state, passed back to the next task on  *
      * RETURN TRANSID. WS-CA-NEXT-KEY is the alias the next PF8 page *
      * starts from.                                                   *
      *----------------------------------------------------------------*
       01  WS-COMMAREA.
           05  WS-CA-NEXT-KEY         PIC X(16) VALUE LOW-VALUES.
           05  WS-CA-LIST-SW          PIC X(01) VALUE 'N'.
               88  CA-LIST-HAS-MORE            VALUE 'Y'.
               88  CA-LIST-AT-END              VALUE 'N'.
       01  WS-COMMAREA-LEN            PIC S9(4) COMP VALUE 17.

       01  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY          PIC X(04).
           05  WS-TODAY-MM            PIC X(02).
           05  WS-TODAY-DD            PIC X(02).
       01  WS-TODAY-DISP              PIC X(10) VALUE SPACES.

       01  WS-ENTERED-NAME            PIC X(16) VALUE SPACES.
       01  WS-BROWSE-KEY              PIC X(16) VALUE LOW-VALUES.
       01  WS-MESSAGE                 PIC X(79) VALUE SPACES.

       01  WS-BROWSE-EOF              PIC X(01) VALUE 'N'.
           88  BROWSE-EOF                      VALUE 'Y'.
           88  BROWSE-NOT-EOF                  VALUE 'N'.

       01  WS-LINE-IDX                PIC S9(4) COMP VALUE ZERO.
       01  WS-LINE-MAX                PIC S9(4) COMP VALUE 15.
       01  WS-ORPHAN-COUNT            PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Status code spelled out the way KEYMNT spells it, set by      *
      * 7100-SPELL-STATUS from WS-SPELL-CODE.                         *
      *----------------------------------------------------------------*
       01  WS-SPELL-CODE              PIC X(01) VALUE SPACE.
       01  WS-SPELL-TEXT              PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      * The list heading and one line of the list.                    *
      *----------------------------------------------------------------*
       01  WS-LIST-HEADING.
           05  FILLER                 PIC X(17) VALUE 'ALIAS NAME'.
           05  FILLER                 PIC X(17) VALUE 'KEY LABEL'.
           05  FILLER                 PIC X(17) VALUE 'KEY STATUS'.
           05  FILLER                 PIC X(08) VALUE 'USAGE'.

       01  WS-LIST-LINE.
           05  WS-LL-ALIAS            PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-LABEL            PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-STATUS           PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-LL-USAGE            PIC X(08).

           COPY ICSFMAP.

           COPY DFHAID.

           COPY KEYSTORE.

           COPY KEYALIAS.

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(17).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - one screen interaction per task.               *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           IF EIBCALEN = ZERO
               PERFORM 2000-FIRST-SCREEN
                   THRU 2000-FIRST-SCREEN-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF EIBAID = DFHPF3
                  OR EIBAID = DFHCLEAR
                   PERFORM 9000-END-SESSION
               ELSE
               IF EIBAID = DFHENTER
                   PERFORM 3000-PROCESS-ENTER
                       THRU 3000-PROCESS-ENTER-EXIT
               ELSE
               IF EIBAID = DFHPF8
                   PERFORM 4000-NEXT-PAGE
                       THRU 4000-NEXT-PAGE-EXIT
               ELSE
                   MOVE 'KEY NOT SUPPORTED - USE ENTER, PF8 OR PF3'
                       TO WS-MESSAGE
                   PERFORM 3010-RECEIVE-NAME
                   PERFORM 8000-SEND-SCREEN
               END-IF
               END-IF
               END-IF
           END-IF

           PERFORM 9999-RETURN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - today's date for the screen heading.        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC

           STRING WS-TODAY-YYYY DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-TODAY-MM   DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-TODAY-DD   DELIMITED BY SIZE
                  INTO WS-TODAY-DISP
           END-STRING

           MOVE LOW-VALUES TO ICSFLSTO.

      *----------------------------------------------------------------*
      * 2000-FIRST-SCREEN - transaction entered from a clear screen:  *
      * the first page straight away - there is nothing to ask first. *
      *----------------------------------------------------------------*
       2000-FIRST-SCREEN.
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           PERFORM 4100-LIST-PAGE.
       2000-FIRST-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-PROCESS-ENTER - list from the alias typed, or the top.   *
      *----------------------------------------------------------------*
       3000-PROCESS-ENTER.
           PERFORM 3010-RECEIVE-NAME

           IF WS-ENTERED-NAME = SPACES
               MOVE LOW-VALUES      TO WS-BROWSE-KEY
           ELSE
               MOVE WS-ENTERED-NAME TO WS-BROWSE-KEY
           END-IF

           PERFORM 4100-LIST-PAGE.
       3000-PROCESS-ENTER-EXIT.
           EXIT.

       3010-RECEIVE-NAME.
           MOVE SPACES TO WS-ENTERED-NAME
           EXEC CICS RECEIVE
               MAP('ICSFLST')
               MAPSET('ICSFMAP')
               INTO(ICSFLSTI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               IF LKEYL > ZERO
                   MOVE LKEYI TO WS-ENTERED-NAME
               END-IF
           END-IF

           MOVE LOW-VALUES TO ICSFLSTO.

      *----------------------------------------------------------------*
      * 4000-NEXT-PAGE - PF8 carries on from where the last page      *
      * stopped.                                                       *
      *----------------------------------------------------------------*
       4000-NEXT-PAGE.
           PERFORM 3010-RECEIVE-NAME

           IF CA-LIST-AT-END
               MOVE 'NO MORE ALIASES - PRESS ENTER TO LIST FROM THE TOP'
                   TO WS-MESSAGE
               PERFORM 8000-SEND-SCREEN
               GO TO 4000-NEXT-PAGE-EXIT
           END-IF

           MOVE WS-CA-NEXT-KEY TO WS-BROWSE-KEY
           PERFORM 4100-LIST-PAGE.
       4000-NEXT-PAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LIST-PAGE - up to 15 aliases from WS-BROWSE-KEY on. A    *
      * sixteenth read tells whether there is another page and where  *
      * it starts.                                                     *
      *----------------------------------------------------------------*
       4100-LIST-PAGE.
           MOVE WS-LIST-HEADING TO LHEADO
           MOVE ZERO TO WS-LINE-IDX
           MOVE ZERO TO WS-ORPHAN-COUNT
           SET BROWSE-NOT-EOF TO TRUE
           SET CA-LIST-AT-END TO TRUE
           MOVE LOW-VALUES TO WS-CA-NEXT-KEY

           EXEC CICS STARTBR
               FILE('ALIASDIR')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-EOF TO TRUE
           ELSE
               PERFORM 4110-READ-NEXT-ALIAS
               PERFORM UNTIL BROWSE-EOF
                          OR WS-LINE-IDX NOT < WS-LINE-MAX
                   ADD 1 TO WS-LINE-IDX
                   PERFORM 4120-FORMAT-LIST-LINE
                   PERFORM 4110-READ-NEXT-ALIAS
               END-PERFORM
               IF BROWSE-NOT-EOF
                   MOVE KA-ALIAS-NAME TO WS-CA-NEXT-KEY
                   SET CA-LIST-HAS-MORE TO TRUE
               END-IF
               EXEC CICS ENDBR
                   FILE('ALIASDIR')
               END-EXEC
           END-IF

           IF WS-LINE-IDX = ZERO
               MOVE 'NO ALIASES ON THE DIRECTORY FROM THIS POINT'
                   TO WS-MESSAGE
           ELSE
           IF WS-ORPHAN-COUNT > ZERO
               MOVE 'ALIAS ABOVE POINTS AT A LABEL NOT ON KEY STORE'
                   TO WS-MESSAGE
           ELSE
           IF CA-LIST-HAS-MORE
               MOVE 'PF8 FOR THE NEXT PAGE' TO WS-MESSAGE
           ELSE
               MOVE 'END OF ALIAS DIRECTORY' TO WS-MESSAGE
           END-IF
           END-IF
           END-IF

           PERFORM 8000-SEND-SCREEN.

       4110-READ-NEXT-ALIAS.
           EXEC CICS READNEXT
               FILE('ALIASDIR')
               INTO(KEY-ALIAS-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 4120-FORMAT-LIST-LINE - the alias, its label, and the label's *
      * state on the key store.                                       *
      *----------------------------------------------------------------*
       4120-FORMAT-LIST-LINE.
           MOVE KA-ALIAS-NAME TO WS-LL-ALIAS
           MOVE KA-KEY-LABEL  TO WS-LL-LABEL
           MOVE KA-KEY-LABEL  TO KS-KEY-LABEL

           EXEC CICS READ
               FILE('KEYSTOR')
               INTO(KEYSTORE-RECORD)
               RIDFLD(KS-KEY-LABEL)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE KS-KEY-STATUS TO WS-SPELL-CODE
               PERFORM 7100-SPELL-STATUS
               MOVE WS-SPELL-TEXT TO WS-LL-STATUS
               MOVE KS-KEY-USAGE  TO WS-LL-USAGE
           ELSE
               MOVE 'NOT ON KEY STORE' TO WS-LL-STATUS
               MOVE SPACES             TO WS-LL-USAGE
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF

           MOVE WS-LIST-LINE TO LDETLO(WS-LINE-IDX).

      *----------------------------------------------------------------*
      * 7100-SPELL-STATUS - KS-KEY-STATUS code to the word KEYMNT     *
      * uses for it.                                                   *
      *----------------------------------------------------------------*
       7100-SPELL-STATUS.
           IF WS-SPELL-CODE = 'P'
               MOVE 'PENDING'     TO WS-SPELL-TEXT
           ELSE
           IF WS-SPELL-CODE = 'A'
               MOVE 'ACTIVE'      TO WS-SPELL-TEXT
           ELSE
           IF WS-SPELL-CODE = 'S'
               MOVE 'SUSPENDED'   TO WS-SPELL-TEXT
           ELSE
           IF WS-SPELL-CODE = 'R'
               MOVE 'RETIRED'     TO WS-SPELL-TEXT
           ELSE
           IF WS-SPELL-CODE = 'C'
               MOVE 'COMPROMISED' TO WS-SPELL-TEXT
           ELSE
               MOVE 'UNKNOWN ( )' TO WS-SPELL-TEXT
               MOVE WS-SPELL-CODE TO WS-SPELL-TEXT(10:1)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 8000-SEND-SCREEN - heading, message, and PF-key line, then    *
      * the map in ICSFLSTO as built by the caller.                   *
      *----------------------------------------------------------------*
       8000-SEND-SCREEN.
           MOVE EIBTRNID       TO LTRANO
           MOVE 'ALIAS DIRECTORY BROWSE' TO LTITLEO
           MOVE WS-TODAY-DISP  TO LDATEO
           MOVE WS-MESSAGE     TO LMSGO
           MOVE 'ENTER=LIST FROM NAME  PF8=NEXT PAGE  PF3=EXIT'
               TO LPFKO
           IF WS-ENTERED-NAME NOT = SPACES
               MOVE WS-ENTERED-NAME TO LKEYO
           END-IF

           EXEC CICS SEND
               MAP('ICSFLST')
               MAPSET('ICSFMAP')
               FROM(ICSFLSTO)
               ERASE
               FREEKB
           END-EXEC.

      *----------------------------------------------------------------*
      * 9000-END-SESSION - PF3 or CLEAR: clear the screen and end     *
      * without a next transaction.                                   *
      *----------------------------------------------------------------*
       9000-END-SESSION.
           EXEC CICS SEND CONTROL
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
      * 9999-RETURN - end the task, keeping the conversation.         *
      *----------------------------------------------------------------*
       9999-RETURN.
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LEN)
           END-EXEC
           GOBACK.
