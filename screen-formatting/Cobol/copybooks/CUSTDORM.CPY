000100*****************************************************************
000200*    COPYBOOK.....: CUSTDORM.CPY
000300*    DESCRIPTION...: DORMANCY TRACKING RECORD, ONE PER CUSTOMER
000400*                    UNDER NOTICE, ON THE INDEXED SFDORMT FILE.
000500*                    THE RECORD KEY IS DRM-CUST-ID.
000600*                    SFDORM WRITES THE RECORD WHEN IT SENDS THE
000700*                    DORMANCY NOTICE (STATE N), MARKS IT X WHEN
000800*                    THE GRACE PERIOD HAS RUN OUT AND THE A-TO-I
000900*                    CHANGE HAS GONE TO SFMTXN, AND REMOVES IT
001000*                    ONCE THE CUSTOMER IS ACTIVE AGAIN, HAS LEFT
001100*                    STATUS A, OR IS OFF THE MASTER.
001200*                    DRM-BASIS-DATE IS THE LAST-ACTIVITY DATE THE
001300*                    NOTICE WAS BASED ON.  DRM-RUN-STAMP MARKS
001400*                    EVERY ENTRY THE LATEST RUN MATCHED TO THE
001500*                    MASTER.  ALL DATES ARE YYYY-MM-DD.
001600*-----------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-10-15   CM   ORIGINAL - DORMANT ACCOUNTS STAYED ACTIVE
002000*                      UNTIL SOMEONE NOTICED THEM BY HAND.
002100*****************************************************************
002200    02  DRM-CUST-ID                     PIC X(60).
002300    02  DRM-NOTICE-STATE                PIC X(01).
002400        88  DRM-STATE-NOTICED           VALUE "N".
002500        88  DRM-STATE-INACTIVATED       VALUE "X".
002600    02  DRM-NOTICE-DATE                 PIC X(10).
002700    02  DRM-BASIS-DATE                  PIC X(10).
002800    02  DRM-INACT-DATE                  PIC X(10).
002900    02  DRM-RUN-STAMP.
003000        03  DRM-RUN-DATE                PIC X(10).
003100        03  DRM-RUN-TIME                PIC 9(08).
003200    02  FILLER                          PIC X(41).
