               88  WS-ERR-ETAG-MISMATCH      VALUE "ETAG-MISMATCH".
               88  WS-ERR-TLS-HANDSHAKE      VALUE "TLS-HANDSHAKE".
               88  WS-ERR-CHANGE-FREEZE      VALUE "CHANGE-FREEZE".
               88  WS-ERR-LEGAL-HOLD         VALUE "LEGAL-HOLD".
           05  WS-ERROR-MESSAGE        PIC X(256) VALUE SPACES.
           05  WS-ERROR-DETAILS        PIC X(1024) VALUE SPACES.
           05  WS-ERROR-RETRYABLE      PIC X      VALUE "N".
                   VALUE "TLS-HANDSHAKE".
           05  EC-CHANGE-FREEZE        PIC X(32)
                   VALUE "CHANGE-FREEZE".
           05  EC-LEGAL-HOLD           PIC X(32)
                   VALUE "LEGAL-HOLD".
