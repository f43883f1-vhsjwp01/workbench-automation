
      *-- OUTBOUND CHANNEL SUPPRESSION: THE EXTRACTED EMAIL AND
      *-- PHONE, BLANKED WHEN THE CUSTOMER OPTED OUT OF THE CHANNEL
      *-- (OR THE PHONE IS ON THE DO-NOT-CALL REGISTRY) OR THE EMAIL
      *-- IS FLAGGED UNDELIVERABLE
       01  WS-OUT-EMAIL            PIC X(040) VALUE SPACES.
       01  WS-OUT-PHONE            PIC X(010) VALUE SPACES.
       01  WS-EMAILFLAG            PIC X(001) VALUE SPACE.
      * AN OPTED-OUT OR UNDELIVERABLE CHANNEL SIMPLY NEVER APPEARS    *
      * IN THE OUTPUT: THE EMAIL GOES OUT BLANK WHEN IT IS FLAGGED    *
      * UNDELIVERABLE OR THE CUSTOMER OPTED OUT OF EMAIL, THE PHONE   *
      * WHEN THE CUSTOMER OPTED OUT OF PHONE OR THE NUMBER IS ON THE  *
      * NATIONAL DO-NOT-CALL REGISTRY.                                *
      *---------------------------------------------------------------*
       SUPPRESS-OPTED-OUT-CHANNELS.
           MOVE VS-CUSTEMAIL TO WS-OUT-EMAIL
                   MOVE SPACES TO WS-OUT-EMAIL
               END-IF
               IF  CP-PHONE-OPTOUT = 'Y'
               OR  CP-DNC-OPTOUT = 'Y'
                   MOVE SPACES TO WS-OUT-PHONE
               END-IF
           END-IF
