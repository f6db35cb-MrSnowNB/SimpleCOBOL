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
