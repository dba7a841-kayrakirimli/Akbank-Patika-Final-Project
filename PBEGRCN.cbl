      *
      *    STARTS FROM EVERY ACCOUNT'S BALANCE ON THE BACKUP TAKEN
      *    BEFORE THE POST STEP (IDXOLD), REPLAYS THE DAY'S
      *    SUCCESSFUL W/C/B/D/T/V ACTIVITY FROM OUTFILE IN LOG
      *    ORDER, AND COMPARES THE COMPUTED BALANCE TO THE LIVE
      *    IDXFILE.
      *    EVERY OUT-OF-BALANCE ACCOUNT IS REPORTED WITH EXPECTED
      *    AND ACTUAL FIGURES, AND THE RUN ENDS WITH RETURN CODE 8
      *    SO THE SCHEDULER HOLDS DOWNSTREAM RELEASES.
                        PERFORM H230-APPLY-DELETE
                   WHEN 'T'
                        PERFORM H240-APPLY-TRANSFER
      *            A REVERSAL REPLAYS LIKE WHAT IT REVERSES - ONE
      *            ACCOUNT, OR BOTH LEGS OF A TRANSFER - WITH THE
      *            SIGNS ALREADY TURNED ROUND ON THE LOG.
                   WHEN 'V'
                        IF (OUT-RVS-ORIG-FUNC = 'T')
                           PERFORM H240-APPLY-TRANSFER
                        ELSE
                           PERFORM H220-APPLY-POSTING
                        END-IF
                   WHEN OTHER
                        CONTINUE
                 END-EVALUATE
