        05 status-control-total PICTURE S9(12)V99.
        05 status-gl-total PICTURE S9(12)V99.
        05 status-timestamp PICTURE X(19).
        05 status-feeds-held PICTURE 9(02).
        05 status-records-held PICTURE 9(06).
        05 status-feeds-missing PICTURE 9(02).
        05 status-feeds-unexpected PICTURE 9(02).
        05 status-records-pending PICTURE 9(06).
        05 status-backout-flag PICTURE X(01).
            88 status-backed-out VALUE 'B' 'P'.
            88 status-feed-backed-out VALUE 'P'.
        05 FILLER PICTURE X(07).
