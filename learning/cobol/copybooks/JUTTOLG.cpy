        05 oplog-action-code PICTURE X(01).
            88 oplog-action-add VALUE 'A'.
            88 oplog-action-update VALUE 'U'.
            88 oplog-action-threshold VALUE 'T'.
        05 oplog-operation-code PICTURE X(01).
        05 oplog-before-status PICTURE X(01).
        05 oplog-after-status PICTURE X(01).
