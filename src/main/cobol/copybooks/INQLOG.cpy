000100***************************************************************
000200*                                                              *
000300*   INQLOG  --  ONLINE INQUIRY LOG RECORD                      *
000400*                                                              *
000500*   ONE RECORD PER INQUIRY ANSWERED OR REFUSED ON THE ENQA,    *
000600*   ENQT AND ENQS SCREENS, WRITTEN ONLY BY ENQ405 TO THE       *
000700*   EXTRAPARTITION TRANSIENT DATA QUEUE ENQL, WHICH LANDS ON   *
000800*   A SEQUENTIAL DATASET OUTSIDE CICS.  EACH SCREEN SENT THAT  *
000900*   CARRIES ACCOUNT OR TRANSACTION DATA -- A FIRST INQUIRY OR  *
001000*   A PF8 PAGE -- IS ONE RECORD; SO IS EVERY REFUSAL.          *
001100*                                                              *
001200*   INQL-OUTCOME:  OK   ANSWERED;                              *
001300*                  NOTF NOTHING ON FILE FOR THE ARGUMENT;      *
001400*                  DENY REFUSED BY THE DESK-ROLE CHECK;        *
001500*                  ERR  A FILE COULD NOT BE READ.              *
001600*                                                              *
001700*   MODIFICATION HISTORY                                       *
001800*   DATE       INIT  DESCRIPTION                               *
001900*   ---------- ----  ------------------------------------------*
002000*   2026-10-14 DLM   ORIGINAL COPYBOOK.                        *
002100*                                                              *
002200***************************************************************
002300 01  INQUIRY-LOG-RECORD.
002400     05  INQL-LOG-DATE               PIC 9(08).
002500     05  INQL-LOG-TIME               PIC 9(06).
002600     05  INQL-USER-ID                PIC X(08).
002700     05  INQL-TERMINAL-ID            PIC X(04).
002800     05  INQL-TRANSACTION-ID         PIC X(04).
002900     05  INQL-PROGRAM-NAME           PIC X(08).
003000     05  INQL-INQUIRY-TYPE           PIC X(01).
003100     05  INQL-SEARCH-ARG             PIC X(20).
003200     05  INQL-OUTCOME                PIC X(04).
003300     05  INQL-ROWS-SHOWN             PIC 9(04).
003400     05  INQL-ROLE-CODE              PIC X(04).
003500     05  FILLER                      PIC X(09).
