      *****************************************************************
      * Program:     COMEN01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Main Menu                                        *
      *****************************************************************
      *                                                               *
      * Copyright Amazon.com, Inc. or its affiliates.                *
      * All Rights Reserved.                                          *
      *                                                               *
      * Licensed under the Apache License, Version 2.0 (the          *
      * "License"). You may not use this file except in compliance    *
      * with the License. A copy of the License is located at         *
      *                                                               *
      *    https://www.apache.org/licenses/LICENSE-2.0                *
      *                                                               *
      *  or in the "license" file accompanying this file. This file   *
      *  is distributed on an "AS IS" BASIS, WITHOUT WARRANTIES OR    *
      *  CONDITIONS OF ANY KIND, either express or implied. See the   *
      *  License for the specific language governing permissions and   *
      *  limitations under the License.                               *
      *****************************************************************
      ******************************************************************
      *
      *    CardDemo Application
      *    Main Menu Program
      *
      *    The hub every online function is reached from and returns
      *    to. The sign-on program transfers here once a user is
      *    signed on, and every function screen transfers back here
      *    on PF3 or CLEAR. The options come from the menu option
      *    table (COMEN02Y) and are filtered on CDEMO-USER-TYPE, so a
      *    regular user neither sees nor can key an admin-only
      *    option (user maintenance, reject repair, card add,
      *    change history, credit line review approval). The
      *    operator keys an option number and the menu transfers to
      *    that option's program through CARDDEMO-COMMAREA. On the
      *    first display after sign-on the user's password expiry
      *    date is shown, worked out from SEC-USR-PWD-CHG-DATE with
      *    the same ninety-day expiry the sign-on program enforces.
      *    PF3 from the menu signs off.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMEN01C.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      * COPY BOOKS - WORKING STORAGE
      ******************************************************************
           COPY COCOM01Y.
           COPY COMEN01I.
           COPY COMEN02Y.
           COPY COTTL01Y.
           COPY CSDAT01Y.
           COPY CSMSG01Y.
           COPY CSUSR01Y.
           COPY DFHAID.
           COPY DFHBMSCA.
      ******************************************************************
      *    CONSTANTS
      ******************************************************************
       01  WS-CONSTANTS.
           05 LIT-THISPGM         PIC X(8)  VALUE 'COMEN01C'.
           05 LIT-THISTRANID      PIC X(4)  VALUE 'CMEN'.
           05 LIT-THISMAPSET      PIC X(8)  VALUE 'COMEN01S'.
           05 LIT-THISMAP         PIC X(7)  VALUE 'CMEN01A'.
           05 LIT-SIGNONPGM       PIC X(8)  VALUE 'COSGN00C'.
           05 LIT-SIGNONTRANID    PIC X(4)  VALUE 'CSGN'.
           05 LIT-PWD-EXPIRY-DAYS PIC S9(04) COMP VALUE +90.
           05 LIT-MAX-LINES       PIC S9(04) COMP VALUE +14.
      ******************************************************************
      *    FLAGS
      ******************************************************************
       01  WS-FLAGS.
           05 INPUT-FLAG          PIC X(1).
              88 INPUT-OK         VALUE '0'.
              88 INPUT-ERROR      VALUE '1'.
      ******************************************************************
      *    MISC WORK AREAS
      ******************************************************************
       01  WS-MISC-STORAGE.
           05 WS-PGMNAME          PIC X(8)  VALUE SPACES.
           05 WS-TRANID           PIC X(4)  VALUE SPACES.
           05 WS-MSG              PIC X(40) VALUE SPACES.
           05 WS-PWDEXP-MSG       PIC X(40) VALUE SPACES.
           05 WS-TMPVAR           PIC X(50) VALUE SPACES.
           05 WS-ERR-FLG          PIC X(01) VALUE '0'.
              88 ERR-FLG-ON       VALUE '1'.
              88 ERR-FLG-OFF      VALUE '0'.
           05 WS-RESP-CD          PIC S9(09) COMP VALUE ZEROS.
           05 WS-REAS-CD          PIC S9(09) COMP VALUE ZEROS.
      ******************************************************************
      *    PROGRAM COMMUNICATION AREA
      ******************************************************************
       01  WS-THIS-PROGCOMMAREA.
           05 WS-CA-FIRST-TIME    PIC X(1)  VALUE '1'.
              88 WS-CA-IS-FIRST-TIME  VALUE '1'.
              88 WS-CA-NOT-FIRST-TIME VALUE '0'.
      ******************************************************************
      *    OPTION SELECTION WORK AREAS
      ******************************************************************
       01  WS-OPTION-WORK.
           05 WS-OPT-IDX          PIC S9(04) COMP VALUE ZEROS.
           05 WS-LINE-IDX         PIC S9(04) COMP VALUE ZEROS.
           05 WS-SEL-IDX          PIC S9(04) COMP VALUE ZEROS.
           05 WS-OPTION-X         PIC X(02)  VALUE SPACES.
           05 WS-OPTION-N REDEFINES WS-OPTION-X
                                  PIC 9(02).
       01  WS-OPTION-LINE.
           05 WS-OPTN-NUM         PIC Z9.
           05 FILLER              PIC X(02) VALUE '. '.
           05 WS-OPTN-NAME        PIC X(30).
           05 FILLER              PIC X(06) VALUE SPACES.
      ******************************************************************
      *    SECURITY USER FILE KEY                                        *
      ******************************************************************
       01  WS-USER-RID-FLD        PIC X(08) VALUE SPACES.
      ******************************************************************
      *    PASSWORD EXPIRY WORK AREA                                     *
      ******************************************************************
       01  WS-PWD-EXPIRY-WORK.
           05 WS-TODAY-DATE       PIC 9(08) VALUE ZEROS.
           05 WS-TODAY-INTEGER    PIC S9(09) COMP VALUE ZEROS.
           05 WS-EXPIRY-INTEGER   PIC S9(09) COMP VALUE ZEROS.
           05 WS-DAYS-LEFT        PIC S9(09) COMP VALUE ZEROS.
           05 WS-EXPIRY-DATE      PIC 9(08) VALUE ZEROS.
           05 WS-EXPIRY-DATE-R REDEFINES WS-EXPIRY-DATE.
              10 WS-EXPIRY-YYYY   PIC 9(04).
              10 WS-EXPIRY-MM     PIC 9(02).
              10 WS-EXPIRY-DD     PIC 9(02).
       01  WS-PWDEXP-LINE.
           05 FILLER              PIC X(17) VALUE 'PASSWORD EXPIRES '.
           05 WS-PWDEXP-YYYY      PIC 9(04).
           05 FILLER              PIC X(01) VALUE '-'.
           05 WS-PWDEXP-MM        PIC 9(02).
           05 FILLER              PIC X(01) VALUE '-'.
           05 WS-PWDEXP-DD        PIC 9(02).
           05 FILLER              PIC X(02) VALUE ' ('.
           05 WS-PWDEXP-DAYS      PIC ZZ9.
           05 FILLER              PIC X(08) VALUE ' DAYS)'.
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
       01  DFHCOMMAREA.
           05 LK-COMMAREA         PIC X(1000).
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PARA.
      ******************************************************************
      *    Check the COMMAREA length
      ******************************************************************
           IF EIBCALEN = ZEROS
               MOVE LIT-SIGNONPGM  TO CDEMO-TO-PROGRAM
               MOVE LIT-SIGNONTRANID TO CDEMO-TO-TRANID
               MOVE SPACE          TO CDEMO-FROM-PROGRAM
               MOVE -1             TO CDEMO-FROM-TRANID
               MOVE LIT-SIGNONPGM  TO WS-PGMNAME
               SET CDEMO-PGM-ENTER TO TRUE
               PERFORM 9999-RETURN
           END-IF
      ******************************************************************
      *    Move the COMMAREA to the Working Storage
      ******************************************************************
           MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
      ******************************************************************
      *    Check the last mapset and map
      ******************************************************************
           IF  NOT CDEMO-LAST-MAPSET-VALID OR
               NOT CDEMO-LAST-MAP-VALID
               MOVE 'BAD-MAP'      TO WS-MSG
               PERFORM 9999-RETURN
           END-IF
      ******************************************************************
      *    Process based on the program state
      ******************************************************************
           EVALUATE TRUE
      ******************************************************************
      *       USER PRESSED CLEAR OR PFK03 - SIGN OFF
      ******************************************************************
               WHEN CCARD-AID-CLEAR
               WHEN CCARD-AID-PFK03
                    PERFORM 9000-SIGN-OFF
      ******************************************************************
      *       FRESH ENTRY - FROM SIGN-ON OR BACK FROM A FUNCTION
      ******************************************************************
               WHEN CDEMO-PGM-ENTER
                    IF CDEMO-FROM-PROGRAM = LIT-SIGNONPGM
                        PERFORM 1200-SET-PWD-EXPIRY-NOTICE
                           THRU 1200-SET-PWD-EXPIRY-NOTICE-EXIT
                    END-IF
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
                    SET CDEMO-PGM-REENTER   TO TRUE
                    PERFORM COMMON-RETURN
      ******************************************************************
      *       MENU ALREADY UP - PF3 SIGNS OFF, ENTER SELECTS
      ******************************************************************
               WHEN CDEMO-PGM-REENTER
                    EVALUATE TRUE
                        WHEN EIBAID = DFHPF3
                        WHEN EIBAID = DFHCLEAR
                            PERFORM 9000-SIGN-OFF
                        WHEN OTHER
                            PERFORM 2000-PROCESS-INPUTS
                               THRU 2000-PROCESS-INPUTS-EXIT
                            IF INPUT-OK
                                PERFORM 5000-TRANSFER-TO-OPTION
                                   THRU 5000-TRANSFER-TO-OPTION-EXIT
                            END-IF
                    END-EVALUATE
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
                    PERFORM COMMON-RETURN
               WHEN OTHER
                    MOVE 'UNEXPECTED STATE' TO WS-MSG
                    PERFORM 1000-SEND-MAP
                       THRU 1000-SEND-MAP-EXIT
                    PERFORM COMMON-RETURN
           END-EVALUATE

       COMMON-RETURN.
           MOVE WS-THIS-PROGCOMMAREA TO DFHCOMMAREA (1:LENGTH OF
                                        WS-THIS-PROGCOMMAREA)
           EXEC CICS RETURN
                TRANSID (LIT-THISTRANID)
                COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.
      ******************************************************************
      *
      *    SEND MAP SECTION
      *
      ******************************************************************
       1000-SEND-MAP.
      ******************************************************************
      *    Populate header information
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE     TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR           TO WS-SDTYME-YEAR
           MOVE WS-CURDATE-MONTH          TO WS-SDTYME-MONTH
           MOVE WS-CURDATE-DAY            TO WS-SDTYME-DAY
           MOVE WS-CURDATE-HOURS          TO WS-SDTYME-HOURS
           MOVE WS-CURDATE-MINS           TO WS-SDTYME-MINS
           MOVE WS-CURDATE-SECS           TO WS-SDTYME-SECS
      ******************************************************************
      *    Move header data to the map
      ******************************************************************
           MOVE CDEMO-CUST-FNAME          TO CMEN01AO-FNAME
           MOVE CDEMO-CUST-LNAME          TO CMEN01AO-LNAME
           MOVE LIT-THISTRANID            TO CMEN01AO-TRNID
           MOVE LIT-THISPGM               TO CMEN01AO-PGMNAM
           MOVE WS-SDTYME                 TO CMEN01AO-SDTYME
           MOVE CDEMO-USER-ID             TO CMEN01AO-USERID
      ******************************************************************
      *    Build the option lines this user may see
      ******************************************************************
           PERFORM 1100-BUILD-OPTION-LINES
              THRU 1100-BUILD-OPTION-LINES-EXIT
           MOVE WS-PWDEXP-MSG             TO CMEN01AO-PWDEXP
           MOVE WS-MSG                    TO CMEN01AO-ERRMSGO
      ******************************************************************
      *    Send map
      ******************************************************************
           EXEC CICS SEND MAP('CMEN01A')
                          MAPSET('COMEN01S')
                          FROM(CMEN01AO)
                          ERASE
           END-EXEC
       1000-SEND-MAP-EXIT.
           EXIT.
      ******************************************************************
      *
      *    BUILD OPTION LINES SECTION
      *    Lists the options in table order, leaving out the
      *    admin-only ones for a regular user. Options keep their
      *    own numbers, so the number an operator keys is the same
      *    whichever user type is signed on.
      *
      ******************************************************************
       1100-BUILD-OPTION-LINES.
           MOVE ZEROS                     TO WS-LINE-IDX
           PERFORM 1110-CLEAR-OPTION-LINE
              THRU 1110-CLEAR-OPTION-LINE-EXIT
              VARYING WS-OPT-IDX FROM 1 BY 1
                UNTIL WS-OPT-IDX > LIT-MAX-LINES
           PERFORM 1120-ADD-OPTION-LINE
              THRU 1120-ADD-OPTION-LINE-EXIT
              VARYING WS-OPT-IDX FROM 1 BY 1
                UNTIL WS-OPT-IDX > MENU-OPT-COUNT
       1100-BUILD-OPTION-LINES-EXIT.
           EXIT.
      ******************************************************************
       1110-CLEAR-OPTION-LINE.
           MOVE SPACES                    TO CMEN01AO-OPTN (WS-OPT-IDX)
       1110-CLEAR-OPTION-LINE-EXIT.
           EXIT.
      ******************************************************************
       1120-ADD-OPTION-LINE.
           IF MENU-OPT-ADMIN-ONLY (WS-OPT-IDX)
          AND NOT CDEMO-USRTYP-ADMIN
               CONTINUE
           ELSE
               IF WS-LINE-IDX < LIT-MAX-LINES
                   ADD 1                  TO WS-LINE-IDX
                   MOVE MENU-OPT-NUM (WS-OPT-IDX)
                                           TO WS-OPTN-NUM
                   MOVE MENU-OPT-NAME (WS-OPT-IDX)
                                           TO WS-OPTN-NAME
                   MOVE WS-OPTION-LINE    TO CMEN01AO-OPTN (WS-LINE-IDX)
               END-IF
           END-IF
       1120-ADD-OPTION-LINE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SET PASSWORD EXPIRY NOTICE SECTION
      *    Only on the first display after sign-on: re-reads the
      *    user's security record and shows the date the current
      *    password runs out, counted the same way the sign-on
      *    program counts it. A record that cannot be read or has no
      *    usable change date just leaves the notice blank - the
      *    sign-on program has already forced a change in that case.
      *
      ******************************************************************
       1200-SET-PWD-EXPIRY-NOTICE.
           MOVE SPACES                    TO WS-PWDEXP-MSG
           MOVE CDEMO-USER-ID             TO WS-USER-RID-FLD
           EXEC CICS READ
                     DATASET   ('USRSEC')
                     INTO      (SEC-USER-DATA)
                     RIDFLD    (WS-USER-RID-FLD)
                     KEYLENGTH (8)
                     RESP      (WS-RESP-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
          AND SEC-USR-PWD-CHG-DATE NUMERIC
          AND SEC-USR-PWD-CHG-DATE > ZEROS
               MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
               MOVE WS-CURDATE-DATA(1:8)  TO WS-TODAY-DATE
               COMPUTE WS-TODAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               COMPUTE WS-EXPIRY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(SEC-USR-PWD-CHG-DATE)
                       + LIT-PWD-EXPIRY-DAYS
               COMPUTE WS-DAYS-LEFT =
                       WS-EXPIRY-INTEGER - WS-TODAY-INTEGER
               COMPUTE WS-EXPIRY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INTEGER)
               IF WS-DAYS-LEFT > ZEROS
                   MOVE WS-EXPIRY-YYYY    TO WS-PWDEXP-YYYY
                   MOVE WS-EXPIRY-MM      TO WS-PWDEXP-MM
                   MOVE WS-EXPIRY-DD      TO WS-PWDEXP-DD
                   MOVE WS-DAYS-LEFT      TO WS-PWDEXP-DAYS
                   MOVE WS-PWDEXP-LINE    TO WS-PWDEXP-MSG
               ELSE
                   MOVE 'PASSWORD EXPIRES TODAY - PLEASE CHANGE IT'
                                           TO WS-PWDEXP-MSG
               END-IF
           END-IF
       1200-SET-PWD-EXPIRY-NOTICE-EXIT.
           EXIT.
      ******************************************************************
      *
      *    PROCESS INPUTS SECTION
      *    The option is keyed as one or two digits; a single digit
      *    is taken as the option with that number.
      *
      ******************************************************************
       2000-PROCESS-INPUTS.
           EXEC CICS RECEIVE MAP('CMEN01A')
                             MAPSET('COMEN01S')
                             INTO(CMEN01AI)
           END-EXEC
           SET INPUT-OK                   TO TRUE
           MOVE ZEROS                     TO WS-SEL-IDX
           IF CMEN01AI-OPTION-L > 0
               MOVE CMEN01AI-OPTION-D     TO WS-OPTION-X
           ELSE
               MOVE SPACES                TO WS-OPTION-X
           END-IF
           IF WS-OPTION-X(2:1) = SPACE
               MOVE WS-OPTION-X(1:1)      TO WS-OPTION-X(2:1)
               MOVE '0'                   TO WS-OPTION-X(1:1)
           END-IF
           IF WS-OPTION-X(1:1) = SPACE
               MOVE '0'                   TO WS-OPTION-X(1:1)
           END-IF
           IF WS-OPTION-X NOT NUMERIC
          OR WS-OPTION-N = ZEROS
               SET INPUT-ERROR            TO TRUE
               MOVE 'PLEASE ENTER A VALID OPTION NUMBER'
                                           TO WS-MSG
           ELSE
               PERFORM 2100-MATCH-OPTION
                  THRU 2100-MATCH-OPTION-EXIT
                  VARYING WS-OPT-IDX FROM 1 BY 1
                    UNTIL WS-OPT-IDX > MENU-OPT-COUNT
      ******************************************************************
      *        An admin-only option keyed by a regular user is
      *        treated exactly like a number not on the menu
      ******************************************************************
               IF WS-SEL-IDX = ZEROS
                   SET INPUT-ERROR        TO TRUE
                   MOVE 'INVALID OPTION - SELECT FROM THE LIST'
                                           TO WS-MSG
               END-IF
           END-IF
       2000-PROCESS-INPUTS-EXIT.
           EXIT.
      ******************************************************************
       2100-MATCH-OPTION.
           IF MENU-OPT-NUM (WS-OPT-IDX) = WS-OPTION-N
               IF MENU-OPT-ADMIN-ONLY (WS-OPT-IDX)
              AND NOT CDEMO-USRTYP-ADMIN
                   CONTINUE
               ELSE
                   MOVE WS-OPT-IDX        TO WS-SEL-IDX
               END-IF
           END-IF
       2100-MATCH-OPTION-EXIT.
           EXIT.
      ******************************************************************
      *
      *    TRANSFER TO OPTION SECTION
      *    Hands the commarea to the selected function as a fresh
      *    entry; the signed-on user, user type and any account or
      *    card already in CDEMO-CARD-INFO travel with it.
      *
      ******************************************************************
       5000-TRANSFER-TO-OPTION.
           MOVE MENU-OPT-PGMNAME (WS-SEL-IDX)
                                           TO CDEMO-TO-PROGRAM
           MOVE MENU-OPT-TRANID (WS-SEL-IDX)
                                           TO CDEMO-TO-TRANID
           MOVE LIT-THISTRANID            TO CDEMO-FROM-TRANID
           SET  CDEMO-PGM-ENTER           TO TRUE
           MOVE LIT-THISMAPSET            TO CDEMO-LAST-MAPSET
           MOVE LIT-THISMAP               TO CDEMO-LAST-MAP
           PERFORM 9999-RETURN
       5000-TRANSFER-TO-OPTION-EXIT.
           EXIT.
      ******************************************************************
      *
      *    SIGN OFF SECTION
      *    Drops the signed-on user from the commarea and goes
      *    back to a fresh sign-on screen.
      *
      ******************************************************************
       9000-SIGN-OFF.
           MOVE SPACES                    TO CDEMO-USER-ID
                                             CDEMO-USER-TYPE
           INITIALIZE CDEMO-CUST-INFO
                      CDEMO-CARD-INFO
           MOVE LIT-SIGNONPGM             TO CDEMO-TO-PROGRAM
           MOVE LIT-SIGNONTRANID          TO CDEMO-TO-TRANID
           MOVE LIT-THISTRANID            TO CDEMO-FROM-TRANID
           SET  CDEMO-PGM-ENTER           TO TRUE
           MOVE LIT-THISMAPSET            TO CDEMO-LAST-MAPSET
           MOVE LIT-THISMAP               TO CDEMO-LAST-MAP
           PERFORM 9999-RETURN.
      ******************************************************************
      *
      *    RETURN SECTION
      *
      ******************************************************************
       9999-RETURN.
           MOVE LIT-THISPGM               TO CDEMO-FROM-PROGRAM
           MOVE CDEMO-TO-PROGRAM          TO WS-PGMNAME
           EXEC CICS XCTL
                     PROGRAM (WS-PGMNAME)
                     COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.
