      * - EMPSRV CHECKS AUTH AND WRITES EMPAUDIT/SECEVENT UNDER IT,   *
      * SO EVERY ENTRY POINT (SCREEN, WEB SERVICE, OTHER PROGRAMS)    *
      * IS COVERED EQUALLY.  A DENIED DELETE COMES BACK SQLCODE -551. *
      * ADDRESS/PHONE COME BACK MASKED ('*') UNLESS THE OPERATOR HAS   *
      * AUTH.CONTACT_AUTH; EACH UNMASKED 'S' IS LOGGED TO SECEVENT.   *
      * ESR-EMP-CLASS/ESR-FTE-PCT (EMPLOYMENT CLASS, FTE %) ARE LAST  *
      * IN THE REQUEST SO A CALLER BUILT BEFORE THEM STILL WORKS.     *
      ******************************************************************
       01  EMPSRV-REQUEST.
           05  ESR-ACTION-CODE      PIC X(1).
           05  ESR-CITY             PIC X(20).
           05  ESR-POSTAL           PIC X(10).
           05  ESR-PHONE            PIC X(15).
      *    'C' ON AN 'S' = A CHECK READ BY THE CALLING PROGRAM THAT
      *    NO ONE IS SHOWN - ADDRESS AND PHONE COME BACK AS SPACES
      *    AND IT IS NOT LOGGED AS A CONTACT DATA VIEW.
      *    ANYTHING ELSE (SPACE) IS A VIEW.  A MASKED FIELD SENT
      *    BACK ON 'U' LEAVES THAT FIELD ON FILE UNTOUCHED.
           05  ESR-READ-TYPE        PIC X(1).
      *    EMPLOYMENT CLASS ('R'/'P'/'C') AND FTE % (1-100).  SPACE
      *    AND ZERO MEAN 'R' AND 100 ON 'I', AND LEAVE THE VALUE ON
      *    FILE UNTOUCHED ON 'U' AND 'R'.
           05  ESR-EMP-CLASS        PIC X(1).
           05  ESR-FTE-PCT          PIC S9(4) USAGE COMP.

       01  EMPSRV-RESPONSE.
           05  ESR-SQLCODE          PIC S9(9) USAGE COMP.
           05  ESR-OUT-CITY         PIC X(20).
           05  ESR-OUT-POSTAL       PIC X(10).
           05  ESR-OUT-PHONE        PIC X(15).
           05  ESR-OUT-EMP-CLASS    PIC X(1).
           05  ESR-OUT-FTE-PCT      PIC S9(4) USAGE COMP.
