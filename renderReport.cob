      *> buffer first so a record from an older layout can be skipped
      *> instead of corrupting the report
       FD  AUDIT-FILE.
       01  AUDIT-RECORD            PIC X(152).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(152).

      *> File descriptor for the formatted report
       FD  HISTORY-FILE.

      *> One raw audit record, with the renderer's REPORT-RECORD
      *> layout laid over it once the numeric fields check out
       01  AUDIT-CHECK-BUFFER      PIC X(152).
       01  AUDIT-CHECK-FIELDS REDEFINES AUDIT-CHECK-BUFFER.
           05  AUD-IMAGE-WIDTH     PIC 9(5).
           05  AUD-IMAGE-HEIGHT    PIC 9(5).
      *> Project accounting code - blank on unclaimed runs and on
      *> records from before chargeback existed
           05  AUD-PROJECT-CODE    PIC X(8).
      *> Motion-blur shutter interval - blank on records from before
      *> motion blur existed
           05  AUD-SHUTTER         PIC 9V9(6).
      *> Camera projection (PERSP or PANO), stereo eye (L, R, B for
      *> over/under, space on a mono run) and eye separation - blank
      *> on records from before projections were selectable
           05  AUD-PROJECTION      PIC X(5).
           05  AUD-STEREO-EYE      PIC X(1).
           05  AUD-EYE-SEPARATION  PIC 9(2)V9(6).

      *> The same record as written before the dimension fields were
      *> widened to five digits. A record that fails the widened
      *> layout's edit is re-read through these positions and
      *> converted, so the full pre-widening history stays reportable
       01  AUDIT-OLD-BUFFER        PIC X(152).
       01  AUDIT-OLD-FIELDS REDEFINES AUDIT-OLD-BUFFER.
           05  OAUD-IMAGE-WIDTH    PIC 9(3).
           05  OAUD-IMAGE-HEIGHT   PIC 9(3).
                   MOVE 0 TO AUD-ROLLOFF
               END-IF
               MOVE OAUD-PROJECT-CODE TO AUD-PROJECT-CODE
               MOVE 0 TO AUD-SHUTTER
               MOVE SPACES TO AUD-PROJECTION
               MOVE SPACE TO AUD-STEREO-EYE
               MOVE 0 TO AUD-EYE-SEPARATION
           END-IF
           EXIT.

