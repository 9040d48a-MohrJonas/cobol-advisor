002000*  2026-08-21 JDM   INITIAL VERSION.
002010*  2026-09-02 JDM   DETAIL VIEW NOW NAMES THE SOURCE-SYSTEM
002020*                   CODE CARVED OUT OF THE DTRANREC FILLER.
002030*  2026-10-15 JDM   DETAIL VIEW NOW NAMES THE HOLD-RELEASE
002040*                   MARK CARVED OUT OF THE DTRANREC FILLER.
002050*  2026-10-15 JDM   DETAIL VIEW NOW NAMES THE EFFECTIVE DATE
002060*                   CARVED OUT OF THE DTRANREC FILLER.
002100***************************************************************
002200 01  BTCH-RECORD.
002300     05  BTCH-DETAIL.
003100             88  BTCH-STAT-BATCH-MARK    VALUES 'HD' 'TR'.
003200         10  BTCH-DTL-RECYCLE-COUNT  PIC 9(02).
003210         10  BTCH-DTL-SOURCE-SYSTEM  PIC X(02).
003220         10  BTCH-DTL-HOLD-RELEASE   PIC X(01).
003300         10  BTCH-DTL-EFF-DATE       PIC 9(08) COMP-3.
003310         10  BTCH-DTL-EFF-DATE-BYTES REDEFINES
003320                                     BTCH-DTL-EFF-DATE
003330                                     PIC X(05).
003340             88  BTCH-DTL-EFF-DATE-NONE  VALUES SPACES
003350                                            LOW-VALUES.
003400     05  BTCH-HEADER REDEFINES BTCH-DETAIL.
003500         10  BTCH-HDR-BATCH-ID       PIC X(10).
003600         10  BTCH-HDR-BUS-DATE       PIC 9(08).
