      ******************************************************************
      * CDCEVTRC.CPY
      *
      * One change event on the warehouse change-data-capture feed
      * written by BUGCDC (DD CDCFEED): the net change made to one
      * WSAREA1-VSAM key in the feed's window, carried as the image
      * before the first change and the image after the last.  An
      * insert has a spaces before-image and a delete a spaces
      * after-image; a backout is a change made by BUGBACK reversing
      * earlier work.  CDC-SEQUENCE-NUMBER runs on from feed to feed
      * and is never reused, so the warehouse applies events in
      * sequence order.  The feed closes with a control trailer
      * (layout CDCTRLRC).
      ******************************************************************
       05  CDC-RECORD-TYPE               PIC X(01).
           88  CDC-EVENT                 VALUE "E".
       05  CDC-SEQUENCE-NUMBER           PIC 9(09).
       05  CDC-RUN-DATE                  PIC X(08).
       05  CDC-RUN-NUMBER                PIC 9(05).
       05  CDC-EVENT-TYPE                PIC X(01).
           88  CDC-INSERT                VALUE "I".
           88  CDC-UPDATE                VALUE "U".
           88  CDC-DELETE                VALUE "D".
           88  CDC-BACKOUT               VALUE "B".
       05  CDC-RECORD-ID                 PIC X(10).
       05  CDC-CHANGE-TIMESTAMP          PIC X(26).
       05  CDC-PROGRAM-NAME              PIC X(08).
       05  CDC-PARAGRAPH-NAME            PIC X(30).
       05  CDC-CHANGE-COUNT              PIC 9(05).
       05  CDC-BEFORE-IMAGE              PIC X(100).
       05  CDC-AFTER-IMAGE               PIC X(100).
       05  CDC-FILLER                    PIC X(47).
