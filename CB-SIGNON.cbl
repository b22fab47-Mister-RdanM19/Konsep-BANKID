      *> role back, so a program serving both checker levels
      *> (CB-BATCH-CHECKER) can authenticate before any prompt and
      *> take the level from who signed on rather than what they
      *> typed. '**' admits any role: the inquiry screens every
      *> desk uses, which need an identity to log views against
      *> rather than a role to gate on.
       01 WS-USER-OUT     PIC X(10).
       01 WS-SIGNON-OK    PIC X(1).

           END-IF

           IF WS-ROLE = WS-REQ-ROLE
              OR WS-REQ-ROLE = '**'
              OR (WS-REQ-ROLE = 'C*'
                  AND (WS-ROLE = 'C1' OR WS-ROLE = 'C2'))
              OR (WS-ROLE = 'SU'
