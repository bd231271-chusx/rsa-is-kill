      *----------------------------------------------------------------*
      * ICSF_CPTY_MAINT.CBL                                            *
      *                                                                *
      * Counterparty identity maintenance.                            *
      *                                                                *
      * ICSFKEXP and ICSFKIMP add a counterparty to the master file   *
      * (see CPTYMST.CPY) the first time a key moves to or from it,   *
      * knowing only the counterparty id off the request or the      *
      * distribution record. This program sets who that id is - the  *
      * bank's name and BIC - from a maintenance file, so the         *
      * exposure report (ICSFKXPO) can print a name to call rather    *
      * than an id to look up. A counterparty can be set up here      *
      * before any key has moved; the key tables on the master are    *
      * never touched by this program.                                 *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - counterparty name/BIC maintenance  *
      *               on COUNTERPARTY-FILE from CPTYMNT records.       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFCPMT.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPTY-MAINT-FILE ASSIGN TO CPTYMNT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CPTYMNT-STATUS.

           SELECT COUNTERPARTY-FILE ASSIGN TO CPTYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COUNTERPARTY-ID
               FILE STATUS IS WS-CPTYMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CPTY-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CPTYMNT.

       FD  COUNTERPARTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CPTYMST.

       WORKING-STORAGE SECTION.

       01  WS-CPTYMNT-STATUS          PIC X(02) VALUE '00'.
       01  WS-CPTYMST-STATUS          PIC X(02) VALUE '00'.

       01  WS-CPTY-MAINT-EOF          PIC X(01) VALUE 'N'.
           88  CPTY-MAINT-EOF                  VALUE 'Y'.
           88  CPTY-MAINT-NOT-EOF              VALUE 'N'.

       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * Run totals, reported on SYSOUT at end of job.                 *
      *----------------------------------------------------------------*
       01  WS-RECORD-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-ADD-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-CHANGE-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-MAINT-RECORDS
               THRU 2000-PROCESS-MAINT-RECORDS-EXIT

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the files.                              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CPTY-MAINT-FILE
           IF WS-CPTYMNT-STATUS NOT = '00'
               DISPLAY 'CPTYMNT OPEN FAILED, STATUS=' WS-CPTYMNT-STATUS
               SET CPTY-MAINT-EOF TO TRUE
           END-IF

           OPEN I-O COUNTERPARTY-FILE
           IF WS-CPTYMST-STATUS NOT = '00'
               DISPLAY 'CPTYMST OPEN FAILED, STATUS=' WS-CPTYMST-STATUS
               SET CPTY-MAINT-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

      *----------------------------------------------------------------*
      * 2000-PROCESS-MAINT-RECORDS - one identity update per record.  *
      *----------------------------------------------------------------*
       2000-PROCESS-MAINT-RECORDS.
           PERFORM 2010-READ-MAINT-RECORD

           PERFORM UNTIL CPTY-MAINT-EOF
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2100-APPLY-ONE-RECORD
               PERFORM 2010-READ-MAINT-RECORD
           END-PERFORM.
       2000-PROCESS-MAINT-RECORDS-EXIT.
           EXIT.

       2010-READ-MAINT-RECORD.
           READ CPTY-MAINT-FILE
               AT END
                   SET CPTY-MAINT-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 2100-APPLY-ONE-RECORD - add the counterparty with empty key   *
      * tables, or replace the identity on the record already there.  *
      * A record with no id or no name is skipped and logged - a      *
      * blank name on the master is exactly what this program exists *
      * to fill in.                                                    *
      *----------------------------------------------------------------*
       2100-APPLY-ONE-RECORD.
           IF CT-COUNTERPARTY-ID = SPACES
              OR CT-NAME = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SKIPPING COUNTERPARTY RECORD ' WS-RECORD-COUNT
                       ' - ID OR NAME MISSING'
           ELSE
               MOVE CT-COUNTERPARTY-ID TO CM-COUNTERPARTY-ID
               READ COUNTERPARTY-FILE
                   KEY IS CM-COUNTERPARTY-ID
                   INVALID KEY
                       CONTINUE
               END-READ

               IF WS-CPTYMST-STATUS = '00'
                   MOVE CT-NAME       TO CM-NAME
                   MOVE CT-BIC        TO CM-BIC
                   MOVE WS-TODAY-DATE TO CM-UPDATE-DATE
                   REWRITE COUNTERPARTY-RECORD
                   IF WS-CPTYMST-STATUS = '00'
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
               ELSE
                   MOVE SPACES             TO COUNTERPARTY-RECORD
                   MOVE CT-COUNTERPARTY-ID TO CM-COUNTERPARTY-ID
                   MOVE CT-NAME            TO CM-NAME
                   MOVE CT-BIC             TO CM-BIC
                   MOVE WS-TODAY-DATE      TO CM-CREATE-DATE
                   MOVE WS-TODAY-DATE      TO CM-UPDATE-DATE
                   MOVE ZERO               TO CM-EXPORT-COUNT
                   MOVE ZERO               TO CM-IMPORT-COUNT
                   WRITE COUNTERPARTY-RECORD
                   IF WS-CPTYMST-STATUS = '00'
                       ADD 1 TO WS-ADD-COUNT
                   END-IF
               END-IF

               IF WS-CPTYMST-STATUS NOT = '00'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CPTYMST UPDATE FAILED FOR '
                           CT-COUNTERPARTY-ID
                           ' STATUS=' WS-CPTYMST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 9999-TERMINATE - report the run totals and close the files.   *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY 'COUNTERPARTY RECORDS=' WS-RECORD-COUNT
                   ' ADDED=' WS-ADD-COUNT
                   ' CHANGED=' WS-CHANGE-COUNT
                   ' REJECTED=' WS-REJECT-COUNT

           CLOSE CPTY-MAINT-FILE
           CLOSE COUNTERPARTY-FILE.
