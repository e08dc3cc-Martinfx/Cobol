      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Shared household-membership line layout of "../household.dat",
      * written by HOUSEHOLD-BUILD and read by SURNAME-SEARCH and
      * DETAILS-MAIL-MERGE. One line per member: the household id,
      * the member's DETAILS-ID, the name as it stood when the file
      * was built (so an inquiry can list the household without
      * going back to the master), and the normalised street and
      * postcode the household was grouped on. Lines are in
      * household order; every member of a household carries the
      * same address key.
      ******************************************************************
       01 W-HOUSEHOLD-RECORD.
           05 W-HH-HOUSEHOLD-ID PIC 9(7).
           05 FILLER            PIC X.
           05 W-HH-DETAILS-ID   PIC 9(7).
           05 FILLER            PIC X.
           05 W-HH-SURNAME      PIC X(8).
           05 FILLER            PIC X.
           05 W-HH-INITIALS     PIC XX.
           05 FILLER            PIC X.
           05 W-HH-ADDRESS-KEY.
              10 W-HH-STREET-KEY   PIC X(20).
              10 FILLER            PIC X.
              10 W-HH-POSTCODE-KEY PIC X(8).
