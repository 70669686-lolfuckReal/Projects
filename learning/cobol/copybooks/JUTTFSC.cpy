    01 feed-schedule-record.
        05 schedule-feed-id PICTURE X(08).
        05 schedule-frequency PICTURE X(01).
            88 schedule-daily VALUE 'D'.
            88 schedule-weekly VALUE 'W'.
            88 schedule-month-end VALUE 'M'.
        05 schedule-weekday PICTURE X(01).
        05 schedule-effective-from PICTURE X(08).
        05 schedule-effective-to PICTURE X(08).
        05 schedule-description PICTURE X(30).
        05 FILLER PICTURE X(24).
