003900*                    ZERO START DATE MEANS THE WINDOW IS NOT    *
004000*                    IN USE.  THE RECORD GROWS BY 102 BYTES;    *
004100*                    THE KSDS MUST BE REDEFINED AND RELOADED.   *
004200*   2026-10-14 DLM   CARVED ENTL-GROUP-ID OUT OF THE TRAILING   *
004300*                    FILLER -- THE LINK TO A CUSTOMER GROUP     *
004400*                    (CGRPREC) WHOSE AGGREGATE LIMITS ALLOWED37 *
004500*                    ALSO ENFORCES.  SET AND CLEARED ONLY BY    *
004600*                    ENQ265 (ACTIONS LNK/ULK).  SPACES OR       *
004700*                    LOW-VALUES MEAN THE ACCOUNT IS IN NO       *
004800*                    GROUP, SO EXISTING ROWS NEED NO RELOAD.    *
004900*                                                              *
005000***************************************************************
005100 01  ENTITLEMENT-MASTER-RECORD.
005200     05  ENTL-KEY.
005300         10  ENTL-KEY-SOURCE         PIC X(08).
005400         10  ENTL-KEY-ACCOUNT        PIC X(06).
005500     05  ENTL-DAILY-LIMIT            PIC S9(11)V99 COMP-3.
005600     05  ENTL-DAILY-CONSUMED         PIC S9(11)V99 COMP-3.
005700     05  ENTL-LAST-CONSUMED-DATE     PIC 9(08).
005800     05  ENTL-TYPE-ENTRY OCCURS 4 TIMES.
005900         10  ENTL-TYPE-LIMIT         PIC S9(11)V99 COMP-3.
006000         10  ENTL-TYPE-CONSUMED      PIC S9(11)V99 COMP-3.
006100     05  ENTL-STATUS                 PIC X(01).
006200         88  ENTL-STATUS-ACTIVE          VALUES 'A' SPACE.
006300         88  ENTL-STATUS-CLOSED          VALUE 'C'.
006400     05  ENTL-OVERRIDE-ENTRY OCCURS 2 TIMES.
006500         10  ENTL-OVR-START-DATE     PIC 9(08).
006600         10  ENTL-OVR-END-DATE       PIC 9(08).
006700         10  ENTL-OVR-DAILY-LIMIT    PIC S9(11)V99 COMP-3.
006800         10  ENTL-OVR-TYPE-LIMIT OCCURS 4 TIMES
006900                                     PIC S9(11)V99 COMP-3.
007000     05  ENTL-GROUP-ID               PIC X(08).
007100         88  ENTL-NOT-GROUPED            VALUES SPACES LOW-VALUES.
007200     05  FILLER                      PIC X(01).
