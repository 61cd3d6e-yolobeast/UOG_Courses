000100*****************************************************************
000200* SQQMPARM.CPY
000300* CONTROL CARD FOR THE QUEUE HOUSEKEEPING PROGRAM SQQMAINT.
000400* ONE 80-BYTE CARD READ AT STARTUP.  WHEN NO CARD IS PRESENT
000500* THE DEFAULTS DOCUMENTED BELOW APPLY.
000600*****************************************************************
000700 01  SQ-QP-RECORD.
000800     05  SQ-QP-RETAIN-DAYS         PIC 9(04).
000900*        COMPLETE, REJECTED AND CANCELLED ENTRIES POSTED MORE
001000*        THAN THIS MANY DAYS AGO ARE PURGED FROM THE QUEUE.
001100*        0000 = USE THE DEFAULT OF 0030 DAYS.
001200     05  SQ-QP-CYCLE-DAYS          PIC 9(02).
001300*        A PENDING ENTRY QUEUED THIS MANY DAYS AGO OR MORE HAS
001400*        MISSED A DRAIN CYCLE AND IS LISTED ON THE AGING
001500*        REPORT.  00 = USE THE DEFAULT OF 01 DAY.
001600     05  FILLER                    PIC X(74).
