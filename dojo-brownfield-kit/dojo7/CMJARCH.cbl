000450*                      448-BYTE JOURNAL RECORDS KEEP THE
000460*                      SHAPE CMRECOVR AND CMJINQ USE TO
000470*                      RECOGNIZE THE OLD IMAGE LAYOUT.
000471*    10/15/2026  JF   RECORDS WIDENED TO 674 BYTES FOR THE
000472*                      300-BYTE MASTER IMAGES.  498-BYTE RECORDS
000473*                      OF THE 212-BYTE IMAGE LAYOUT KEEP THEIR
000474*                      LENGTH THROUGH A CUT LIKE THE 448-BYTE
000475*                      ONES.
000480*--------------------------------------------------------------*
000490
000500 ENVIRONMENT DIVISION.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  JOURNAL-FILE
000720     RECORD IS VARYING IN SIZE FROM 1 TO 674
000730         DEPENDING ON WS-JRN-REC-LEN.
000740     COPY CMJRNL.
000750
000760*    THE GENERATION IS WRITTEN RECORD FOR RECORD AT THE LENGTH
000770*    EACH LIVE RECORD WAS READ, SO A JOURNAL RECORD WRITTEN
000780*    UNDER THE OLD 187-BYTE IMAGE LAYOUT (448 BYTES) OR THE
000790*    212-BYTE IMAGE LAYOUT (498 BYTES) KEEPS ITS SHAPE THROUGH
000795*    A CUT - CMRECOVR AND CMJINQ RECOGNIZE THE OLD LAYOUTS BY
000800*    THAT LENGTH.
000810 FD  ARCHIVE-FILE
000820     RECORD IS VARYING IN SIZE FROM 1 TO 674
000830         DEPENDING ON WS-ARC-REC-LEN.
000840 01  ARCHIVE-RECORD            PIC X(674).
000850
000860 01  ARCHIVE-TRAILER-RECORD REDEFINES ARCHIVE-RECORD.
000870     05  ARC-TRL-CODE          PIC X(03).
000880     05  ARC-TRL-COUNT         PIC 9(07).
000890     05  FILLER                PIC X(664).
000900
000910 FD  CATALOG-FILE.
000920 01  CATALOG-RECORD.
