      *    the card selection screen (PF5) or the customer inquiry
      *    (a card row marked 'T') with the card pre-filled through
      *    the commarea, or a card number can be keyed directly and
      *    is validated against the cross-reference first. A row
      *    marked 'D' takes that posted transaction to the dispute
      *    screen, which opens a case against it or shows the case
      *    already open.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 LIT-CCSELPGM        PIC X(8)  VALUE 'COCRDSLC'.
           05 LIT-CCSELTRANID     PIC X(4)  VALUE 'CCS1'.
           05 LIT-MENUPGM         PIC X(8)  VALUE 'COMEN01C'.
           05 LIT-DISPUTEPGM      PIC X(8)  VALUE 'CODSPUPC'.
           05 LIT-DISPUTETRANID   PIC X(4)  VALUE 'CDS1'.
           05 LIT-PAGE-SIZE       PIC S9(04) COMP VALUE +10.
      ******************************************************************
      *    FLAGS
           05 WS-BRWS-SKIP-KEY     PIC X(33) VALUE SPACES.
           05 WS-ROW-COUNT         PIC S9(04) COMP VALUE ZEROS.
           05 WS-ROW-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-SEL-IDX           PIC S9(04) COMP VALUE ZEROS.
           05 WS-SEL-ROW           PIC S9(04) COMP VALUE ZEROS.
           05 WS-SEL-CODE          PIC X(01)  VALUE SPACES.
      ******************************************************************
      *    PAGE ROW TABLE - ONE SCREEN OF POSTED TRANSACTIONS
      ******************************************************************
                    MOVE LIT-MENUPGM        TO CDEMO-TO-PROGRAM
                    MOVE 'CMEN'             TO CDEMO-TO-TRANID
                    MOVE LIT-THISPGM        TO CDEMO-FROM-PROGRAM
                    SET  CDEMO-PGM-ENTER    TO TRUE
                    MOVE LIT-THISMAPSET     TO CDEMO-LAST-MAPSET
                    MOVE LIT-THISMAP        TO CDEMO-LAST-MAP
                    MOVE LIT-MENUPGM        TO CDEMO-TO-PROGRAM
                    MOVE 'CMEN'             TO CDEMO-TO-TRANID
                    MOVE LIT-THISPGM        TO CDEMO-FROM-PROGRAM
                    SET  CDEMO-PGM-ENTER    TO TRUE
                    MOVE LIT-THISMAPSET     TO CDEMO-LAST-MAPSET
                    MOVE LIT-THISMAP        TO CDEMO-LAST-MAP
                        WHEN OTHER
                            PERFORM 2000-PROCESS-INPUTS
                               THRU 2000-PROCESS-INPUTS-EXIT
                            IF INPUT-OK
                           AND WS-SEL-ROW > ZEROS
                                PERFORM 5000-SELECT-DISPUTE
                                   THRU 5000-SELECT-DISPUTE-EXIT
                            END-IF
                    END-EVALUATE
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
      *
      ******************************************************************
       1100-MOVE-ROW-TO-MAP.
           MOVE SPACES                 TO CTRNBRAO-SEL(WS-ROW-IDX)
           MOVE WS-ROW-POST-DATE(WS-ROW-IDX)
                                       TO CTRNBRAO-POST-DATE(WS-ROW-IDX)
           MOVE WS-ROW-MERCHANT(WS-ROW-IDX)
      *
      *    PROCESS INPUTS SECTION
      *    An ENTER press with a fresh card number starts a new
      *    browse; otherwise the current page is rebuilt and
      *    scanned for a row marked 'D', and an unmarked screen
      *    just redisplays the page.
      *
      ******************************************************************
       2000-PROCESS-INPUTS.
                             INTO(CTRNBRAI)
           END-EXEC
           SET INPUT-OK                   TO TRUE
           MOVE ZEROS                     TO WS-SEL-ROW
           MOVE SPACES                    TO WS-SEL-CODE
           IF CTRNBRAI-CARD-NUM-L > 0
          AND CTRNBRAI-CARD-NUM-D NOT = ZEROS
          AND CTRNBRAI-CARD-NUM-D NOT = CC-CARD-NUM
               ELSE
                   PERFORM 4300-REBUILD-CURRENT-PAGE
                      THRU 4300-REBUILD-CURRENT-PAGE-EXIT
                   PERFORM 2010-CHECK-SELECTION
                      THRU 2010-CHECK-SELECTION-EXIT
               END-IF
           END-IF
       2000-PROCESS-INPUTS-EXIT.
           EXIT.
      ******************************************************************
      *
      *    CHECK SELECTION SECTION
      *    Scans the page rows for a selection character; 'D' is
      *    the only one this screen acts on.
      *
      ******************************************************************
       2010-CHECK-SELECTION.
           PERFORM 2020-SCAN-SELECTION
              THRU 2020-SCAN-SELECTION-EXIT
              VARYING WS-SEL-IDX FROM 1 BY 1
                UNTIL WS-SEL-IDX > LIT-PAGE-SIZE
           IF WS-SEL-ROW > ZEROS
          AND WS-SEL-CODE NOT = 'D'
               SET INPUT-ERROR            TO TRUE
               MOVE 'SELECT WITH D TO DISPUTE A TRANSACTION'
                                           TO WS-MSG
               MOVE ZEROS                 TO WS-SEL-ROW
           END-IF
       2010-CHECK-SELECTION-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SCAN ONE ROW FOR A SELECTION CHARACTER SECTION
      *    The first marked row wins.
      *
      ******************************************************************
       2020-SCAN-SELECTION.
           IF WS-SEL-ROW = ZEROS
          AND CTRNBRAI-SEL-L(WS-SEL-IDX) > 0
          AND CTRNBRAI-SEL-D(WS-SEL-IDX) NOT = SPACES
               MOVE WS-SEL-IDX            TO WS-SEL-ROW
               MOVE CTRNBRAI-SEL-D(WS-SEL-IDX)
                                           TO WS-SEL-CODE
           END-IF
       2020-SCAN-SELECTION-EXIT.
           EXIT.
      ******************************************************************
      *
      *    VALIDATE CARD CROSS-REFERENCE SECTION
      *    A keyed card number is confirmed on the cross-reference
      *    before the history is browsed, the same check the card
           EXIT.
      ******************************************************************
      *
      *    SELECT DISPUTE SECTION
      *    Transfers the marked posting to the dispute screen. The
      *    card and account go in the commarea as usual; the full
      *    history key (card number + posting date + sequence) is
      *    handed over in the front of the context area, where the
      *    dispute screen picks it up on entry.
      *
      ******************************************************************
       5000-SELECT-DISPUTE.
           IF WS-SEL-ROW > WS-ROW-COUNT
               SET INPUT-ERROR            TO TRUE
               MOVE 'NO TRANSACTION ON THE SELECTED LINE'
                                           TO WS-MSG
           ELSE
               MOVE CC-CARD-NUM           TO CDEMO-CARD-NUM
               MOVE CC-ACCT-ID-N          TO CDEMO-ACCT-ID
               MOVE CC-CARD-NUM           TO WS-BRWS-CARD
               MOVE WS-ROW-DTSQ(WS-SEL-ROW)
                                           TO WS-BRWS-DTSQ
               MOVE WS-BRWS-KEY           TO CDEMO-PGM-CONTEXT-AREA
               MOVE LIT-DISPUTEPGM        TO CDEMO-TO-PROGRAM
               MOVE LIT-DISPUTETRANID     TO CDEMO-TO-TRANID
               MOVE LIT-THISPGM           TO CDEMO-FROM-PROGRAM
               MOVE LIT-THISTRANID        TO CDEMO-FROM-TRANID
               SET  CDEMO-PGM-ENTER       TO TRUE
               MOVE LIT-THISMAPSET        TO CDEMO-LAST-MAPSET
               MOVE LIT-THISMAP           TO CDEMO-LAST-MAP
               EXEC CICS XCTL
                         PROGRAM (CDEMO-TO-PROGRAM)
                         COMMAREA(CARDDEMO-COMMAREA)
               END-EXEC
           END-IF
       5000-SELECT-DISPUTE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BUILD PAGE FORWARD SECTION
      *    Collects up to a full page of the card's postings reading
      *    forward from WS-BRWS-KEY. The history file is keyed by
