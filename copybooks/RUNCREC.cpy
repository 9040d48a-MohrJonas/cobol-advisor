001500*  DATE       INIT  DESCRIPTION
001600*  ---------  ----  --------------------------------------
001700*  2026-09-02 JDM   INITIAL VERSION.
001710*  2026-10-15 JDM   RUNC-BACKED-OUT ('BO').  PROGRAM DAYBACK
001720*                   REWRITES A COMPLETED DATE'S ROW TO 'BO' WHEN
001730*                   IT UNWINDS THAT DATE, SO THE CORRECTED FEED
001740*                   IS NO LONGER REFUSED AS A RERUN.
001800***************************************************************
001900 01  RUNC-RECORD.
002000     05  RUNC-BUS-DATE               PIC 9(08).
002100     05  RUNC-STATUS                 PIC X(02).
002200         88  RUNC-COMPLETED              VALUE 'CP'.
002210         88  RUNC-BACKED-OUT             VALUE 'BO'.
002300     05  RUNC-RETURN-CODE            PIC 9(03).
002400     05  RUNC-TIMESTAMP              PIC X(14).
002500     05  FILLER                      PIC X(13).
