      * the BUSDAY answer.  DS-DUE-DATE is the rolled date;           *
      * DS-START-BUSINESS-FLAG/DS-START-HOLIDAY-FLAG classify the     *
      * starting date itself (was it already a working day, was it    *
      * an observed holiday, or closed by a dated closure event -     *
      * 'E'), which AP's matching program uses for its own edit       *
      * listing.                                                      *
      ******************************************************************
       01 DUE-RESPONSE-RECORD.
           05 DS-REFERENCE             PIC X(10).
               88 DS-START-IS-BUSINESS           VALUE 'Y'.
           05 DS-START-HOLIDAY-FLAG    PIC X(01).
               88 DS-START-IS-HOLIDAY            VALUE 'Y'.
               88 DS-START-IS-CLOSURE-EVENT      VALUE 'E'.
