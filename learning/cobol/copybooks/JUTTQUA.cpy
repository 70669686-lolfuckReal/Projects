    01 quarantine-record.
        05 quarantine-run-date PICTURE 9(08).
        05 quarantine-feed-ordinal PICTURE 9(02).
        05 quarantine-feed-id PICTURE X(08).
        05 quarantine-business-date PICTURE 9(08).
        05 quarantine-reason-code PICTURE X(03).
        05 quarantine-reason-text PICTURE X(40).
        05 quarantine-status PICTURE X(01).
            88 quarantine-held VALUE 'H'.
            88 quarantine-released VALUE 'R'.
            88 quarantine-discarded VALUE 'D'.
        05 quarantine-action-date PICTURE 9(08).
        05 quarantine-action-operator PICTURE X(08).
        05 FILLER PICTURE X(04).
        05 quarantine-image PICTURE X(80).
