           03 WS-ENDOW-LEN             PIC S9(4) COMP VALUE +52.
           03 WS-HOUSE-LEN             PIC S9(4) COMP VALUE +58.
           03 WS-MOTOR-LEN             PIC S9(4) COMP VALUE +65.
      * CA-TRAVEL-DATA in LGTRVLCA - travel policy add through LGTPB01
           03 WS-TRAVEL-LEN            PIC S9(4) COMP VALUE +63.
      * WS-COMM-LEN/WS-FULL-COMM-LEN grew by 3 when CA-COMM-CURRENCY-
      * CODE was added to LGCOMMCA
           03 WS-COMM-LEN              PIC S9(4) COMP VALUE +1105.
           03 WS-FULL-ENDOW-LEN        PIC S9(4) COMP VALUE +124.
           03 WS-FULL-HOUSE-LEN        PIC S9(4) COMP VALUE +130.
           03 WS-FULL-MOTOR-LEN        PIC S9(4) COMP VALUE +137.
           03 WS-FULL-TRAVEL-LEN       PIC S9(4) COMP VALUE +135.
           03 WS-FULL-COMM-LEN         PIC S9(4) COMP VALUE +1177.
           03 WS-FULL-CLAIM-LEN        PIC S9(4) COMP VALUE +648.
           03 WS-SUMRY-ENDOW-LEN       PIC S9(4) COMP VALUE +25.
      * CA-CLAIM-INQUIRY-DATA in LGCLIQCA - one page of claims
      * returned by LGCLI01
           03 WS-CLAIM-INQ-LEN         PIC S9(4) COMP VALUE +1050.
      * CA-CLAIM-EXT-LIST and CA-PRIOR-MATCH-LIST after it - the
      * prior-claims counts and litigation details, returned only to
      * callers that send them
           03 WS-CLAIM-INQ-EXT-LEN     PIC S9(4) COMP VALUE +392.
      * CA-QUOTE-DATA in LGQUOTCA - quote add/convert/read through
      * LGQOT01
           03 WS-QUOTE-LEN             PIC S9(4) COMP VALUE +230.
      * CA-CARD-TOKEN to CA-BRAND-CODE after it - the card payment
      * taken at the bind, the price comparison site's aggregator id,
      * the marketing campaign code and the affinity brand, used only
      * with callers that send them
           03 WS-QUOTE-EXT-LEN         PIC S9(4) COMP VALUE +66.
      * CA-AGG-QUOTE-DATA in LGAGQTCA - price comparison site price
      * and bind requests through LGAGQ01
           03 WS-AGG-QUOTE-LEN         PIC S9(4) COMP VALUE +458.
