      *****************************************************
      * XMITREC - outbound partner transmission record     *
      * layout (XMITOUT), written by the TRANSMIT stage.   *
      * One header record leads the file, followed by the  *
      * day's DAILYEXT records (type E) and DAYSUMM        *
      * records (type S), each carried as the unchanged    *
      * record image. The hash total is the sum of the     *
      * unsigned amounts of every extract detail and every *
      * summary detail net amount. The sequence number is  *
      * allocated from XMITLOG and a resend of a business  *
      * date carries its original number (send type R).    *
      *****************************************************
       01  XMIT-RECORD.
           05  XMT-REC-TYPE            PIC X.
               88  XMT-HEADER-REC      VALUE "H".
               88  XMT-EXTRACT-REC     VALUE "E".
               88  XMT-SUMMARY-REC     VALUE "S".
           05  XMT-BODY                PIC X(80).
           05  XMT-HEADER REDEFINES XMT-BODY.
               10  XMT-HDR-COMPANY-ID  PIC X(10).
               10  XMT-HDR-BUS-DATE    PIC 9(8).
               10  XMT-HDR-SEQ-NO      PIC 9(6).
               10  XMT-HDR-EXT-COUNT   PIC 9(7).
               10  XMT-HDR-SUM-COUNT   PIC 9(7).
               10  XMT-HDR-HASH-TOTAL  PIC 9(13)V99.
               10  XMT-HDR-SEND-TYPE   PIC X.
               10  FILLER              PIC X(26).
