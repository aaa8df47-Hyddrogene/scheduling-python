           05 EXT-HDR-FEED-TYPE       PIC X.
               88 EXT-FEED-DAILY       VALUE ' '.
               88 EXT-FEED-ADJUSTMENT  VALUE 'A'.
           05 EXT-HDR-REQUESTER       PIC X(8).
           05 EXT-HDR-APPROVER        PIC X(8).
           05 FILLER                  PIC X(14).

       01  EXTRACT-DETAIL-RECORD.
           05 EXT-DTL-REC-TYPE        PIC X.
