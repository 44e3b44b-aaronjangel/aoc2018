      * leaves it. Defaults to the unsplit run's 'reject' but can be
      * pointed at a stream's rejectNN with a REJECTFILE environment
      * variable, the same override pattern CORRECTIONS follows, so
      * the repair workflow works after a split batch too - and on
      * AOC1823's 'convreject', which uses the same layout.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-IN-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.
