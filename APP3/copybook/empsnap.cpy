             SALARY                         INTEGER NOT NULL,
             EMP_STATUS                     CHAR(1) NOT NULL,
             MGR_ID                         INTEGER NOT NULL,
             SNAP_TS                        TIMESTAMP NOT NULL,
             EMP_CLASS                      CHAR(1) NOT NULL,
             FTE_PCT                        SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.EMPSNAP                      *
           10 SNAP-EMP-STATUS       PIC X(1).
           10 SNAP-MGR-ID           PIC S9(9) USAGE COMP.
           10 SNAP-TS               PIC X(26).
           10 SNAP-EMP-CLASS        PIC X(1).
           10 SNAP-FTE-PCT          PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
