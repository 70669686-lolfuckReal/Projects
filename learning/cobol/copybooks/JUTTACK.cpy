        05 ack-header-business-date PICTURE 9(08).
        05 ack-header-feed-id PICTURE X(08).
        05 ack-header-run-date PICTURE 9(08).
        05 ack-header-status PICTURE X(01).
            88 ack-feed-accepted VALUE 'A'.
            88 ack-feed-quarantined VALUE 'Q'.
        05 ack-header-reason PICTURE X(40).
        05 FILLER PICTURE X(09).
    01 ack-detail-record.
        05 ack-detail-label PICTURE X(06).
        05 ack-record-number PICTURE 9(06).
            88 ack-posted VALUE 'P'.
            88 ack-rejected VALUE 'R'.
            88 ack-unaccounted VALUE 'U'.
            88 ack-quarantined VALUE 'Q'.
            88 ack-pending VALUE 'W'.
        05 ack-summe PICTURE S9(10)V99 SIGN LEADING SEPARATE.
        05 ack-reject-reason PICTURE X(30).
        05 FILLER PICTURE X(24).
        05 ack-trailer-count PICTURE 9(09).
        05 ack-posted-count PICTURE 9(09).
        05 ack-rejected-count PICTURE 9(09).
        05 ack-quarantined-count PICTURE 9(09).
        05 ack-pending-count PICTURE 9(09).
        05 FILLER PICTURE X(29).
