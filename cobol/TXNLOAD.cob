            DISPLAY 'Archives read:       ' ws-fileCount
            DISPLAY 'Records posted:      ' ws-postedCount
            DISPLAY 'Already on master:   ' ws-skippedCount
      *        Return code 8 stops the nightly close at this step:
      *        an archive left off the master is a control failure.
            IF ws-badArchives > 0
                DISPLAY '*** WARNING: ' ws-badArchives ' archive'
                    '(s) failed the session completeness check '
                    'and were NOT posted. ***'
                MOVE 8 TO RETURN-CODE
            END-IF
            DISPLAY '========================='
            STOP RUN.
      *        Today's archives stay out of the master: the
      *        statement programs still read them through the
      *        catalog until tonight's load, and posting them now
      *        would count those shifts twice. A purged archive
      *        was proven fully posted before it was removed.
                            IF AC-DATE = ws-todayDate
                                IF ws-loadDate = SPACES
                                   OR AC-DATE = ws-loadDate
                                        'midnight.'
                                END-IF
                            ELSE
                                IF (ws-loadDate = SPACES
                                    OR AC-DATE = ws-loadDate)
                                   AND AC-RET-STATUS NOT = 'PURGED'
                                    MOVE AC-FILENAME
                                        TO ws-ledgerName
                                    PERFORM LOAD-ONE-ARCHIVE
                        IF LR-BET-TYPE NOT = 'SESSION HDR'
                           AND LR-BET-TYPE NOT = 'SESSION SEAT'
                           AND LR-BET-TYPE NOT = 'SESSION TRL'
                           AND LR-BET-TYPE NOT = 'SESSION CREW'
                           AND LR-BET-TYPE NOT = 'SESSION BOXMAN'
                           AND LR-BET-TYPE NOT = 'SESSION DEALER'
                            PERFORM POST-ONE-RECORD
                        END-IF
                END-READ
