      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One line of a DR set's manifest ("dr_manifest.dat" inside the
      * set directory), written by DR-PACKAGE and proved by
      * DR-REHEARSAL: the member's name in the set, the shop path it
      * was taken from and goes back to, its kind ("L" line file,
      * "G" generation unload) and the record count, byte size and
      * content hash FILE-FINGERPRINT measured on the original.
      * W-DRM-STATE says what became of it - COPIED, ABSENT (the shop
      * had no such file that night) or BADCOPY (the copy did not
      * prove against the original; the set is not to be trusted).
      ******************************************************************
       01 W-DR-MANIFEST-RECORD.
           05 W-DRM-MEMBER  PIC X(30).
           05 FILLER        PIC X.
           05 W-DRM-KIND    PIC X.
              88 DRM-GENERATION VALUE "G".
           05 FILLER        PIC X.
           05 W-DRM-STATE   PIC X(7).
              88 DRM-COPIED     VALUE "COPIED".
              88 DRM-ABSENT     VALUE "ABSENT".
              88 DRM-BAD-COPY   VALUE "BADCOPY".
           05 FILLER        PIC X.
           05 W-DRM-RECORDS PIC 9(8).
           05 FILLER        PIC X.
           05 W-DRM-BYTES   PIC 9(10).
           05 FILLER        PIC X.
           05 W-DRM-HASH    PIC 9(8).
           05 FILLER        PIC X.
           05 W-DRM-PATH    PIC X(60).
