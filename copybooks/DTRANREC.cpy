001250*                   CAME FROM.  THE CODE RIDES EVERY RECORD
001260*                   FROM THE RAW FEED THROUGH TO THE REJECT
001270*                   AND EXTRACT FILES AND RECONCILIATION.
001272*  2026-10-15 JDM   CARVED DTRAN-HOLD-RELEASE OUT OF FILLER -
001274*                   HELDREV MARKS AN OVER-THRESHOLD ITEM IT
001276*                   RELEASES BACK INTO RAWTRAN WITH AN 'R', SO
001278*                   SAMPLE POSTS IT INSTEAD OF HOLDING IT A
001279*                   SECOND TIME.  SPACES ON A FRESH FEED.
001280*  2026-10-15 JDM   CARVED DTRAN-EFFECTIVE-DATE (CCYYMMDD,
001281*                   PACKED) OUT OF THE LAST OF THE FILLER - A
001282*                   SUPPLIER CAN DATE AN ITEM FOR A LATER
001283*                   BUSINESS DATE AND DTRNSRT WAREHOUSES IT
001284*                   UNTIL THEN.  SPACES OR ZERO MEAN POST ON
001285*                   THE NEXT RUN, SO TEST DTRAN-EFF-DATE-NONE
001286*                   BEFORE TOUCHING THE PACKED VIEW.
001200***************************************************************
001300 01  DTRAN-RECORD.
001400     05  DTRAN-KEY                   PIC X(10).
001800     05  DTRAN-STATUS-CODE           PIC X(02).
001810     05  DTRAN-RECYCLE-COUNT         PIC 9(02).
001820     05  DTRAN-SOURCE-SYSTEM         PIC X(02).
001830     05  DTRAN-HOLD-RELEASE          PIC X(01).
001900     05  DTRAN-EFFECTIVE-DATE        PIC 9(08) COMP-3.
001910     05  DTRAN-EFF-DATE-BYTES REDEFINES DTRAN-EFFECTIVE-DATE
001920                                     PIC X(05).
001930         88  DTRAN-EFF-DATE-NONE         VALUES SPACES
001940                                            LOW-VALUES.
