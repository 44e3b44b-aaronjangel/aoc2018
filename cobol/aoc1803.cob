           END-READ.
      *
      * Counts the decks the run journal says posted a detail row -
      * any outcome other than QUARANTINED, HELD, DUPLICATE, ABORTED
      * or DEFERRED reached WRITE-GL-DETAIL - and remembers whether
      * the journal's own
      * trailer is there, since a journal without one is a run that
      * died before writing the interface trailer either.
           IF JD-REC-TYPE = 'D'
               IF JD-OUTCOME NOT = 'QUARANTINED' AND
                  JD-OUTCOME NOT = 'HELD' AND
                  JD-OUTCOME NOT = 'DUPLICATE' AND
                  JD-OUTCOME NOT = 'ABORTED' AND
                  JD-OUTCOME NOT = 'DEFERRED'
                   ADD 1 TO WS-JRN-POSTED
