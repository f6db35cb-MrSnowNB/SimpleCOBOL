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
                    MOVE LIT-CCLISTPGM      TO CDEMO-TO-PROGRAM                 
                    MOVE 'CCL1'             TO CDEMO-TO-TRANID                   
                    MOVE LIT-THISPGM        TO CDEMO-FROM-PROGRAM               
                    SET  CDEMO-PGM-ENTER    TO TRUE                              
                    MOVE LIT-THISMAPSET     TO CDEMO-LAST-MAPSET                 
                    MOVE LIT-THISMAP        TO CDEMO-LAST-MAP                    
                       MOVE 'CUSTREQ'      TO CCRDSLAO-STATRSN
                   WHEN CARD-RSN-DECEASED
                       MOVE 'DECEASED'     TO CCRDSLAO-STATRSN
                   WHEN CARD-RSN-DELINQUENT
                       MOVE 'DELINQ'       TO CCRDSLAO-STATRSN
                   WHEN CARD-RSN-ACCT-CLOSED
                       MOVE 'ACCTCLSD'     TO CCRDSLAO-STATRSN
                   WHEN OTHER
                       MOVE SPACES         TO CCRDSLAO-STATRSN
               END-EVALUATE
