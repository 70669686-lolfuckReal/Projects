        05 gl-header-type PICTURE X(01).
        05 gl-header-business-date PICTURE 9(08).
        05 gl-header-system-id PICTURE X(08).
        05 gl-header-run-type PICTURE X(01).
            88 gl-header-reversing VALUE 'B'.
        05 FILLER PICTURE X(62).
    01 gl-detail-record.
        05 gl-detail-type PICTURE X(01).
            88 gl-detail-posting VALUE 'D'.
            88 gl-detail-reversal VALUE 'V'.
        05 gl-detail-operation-code PICTURE X(01).
        05 gl-detail-record-count PICTURE 9(09).
        05 gl-detail-summe PICTURE S9(12)V99 SIGN LEADING SEPARATE.
        05 gl-detail-currency-code PICTURE X(03).
        05 gl-detail-currency-summe PICTURE S9(12)V99 SIGN LEADING SEPARATE.
        05 FILLER PICTURE X(36).
    01 gl-trailer-record.
        05 gl-trailer-type PICTURE X(01).
        05 gl-trailer-record-count PICTURE 9(09).
        05 gl-trailer-total PICTURE S9(12)V99 SIGN LEADING SEPARATE.
        05 gl-trailer-currency-code PICTURE X(03).
        05 gl-trailer-suspense-count PICTURE 9(09).
        05 gl-trailer-suspense-total PICTURE S9(12)V99 SIGN LEADING SEPARATE.
        05 FILLER PICTURE X(28).
    01 gl-suspense-record.
        05 gl-suspense-type PICTURE X(01).
            88 gl-suspense-raised VALUE 'S'.
            88 gl-suspense-cleared VALUE 'C'.
        05 gl-suspense-record-number PICTURE 9(06).
        05 gl-suspense-account PICTURE X(10).
        05 gl-suspense-summe PICTURE S9(12)V99 SIGN LEADING SEPARATE.
        05 gl-suspense-currency-code PICTURE X(03).
        05 gl-suspense-currency-summe PICTURE S9(12)V99 SIGN LEADING SEPARATE.
        05 gl-suspense-reject-reason PICTURE X(30).
