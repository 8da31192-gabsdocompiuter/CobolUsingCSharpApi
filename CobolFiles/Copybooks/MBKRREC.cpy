000010*-----------------------------------------------------------------
000020*  MBKRREC  -  RESULTS MASTER BACK-OUT REPORT LINE
000030*-----------------------------------------------------------------
000040*  ONE PRINT LINE ON THE MBKORPT REPORT WRITTEN BY CALCMBKO
000050*  (KEYS RESTORED OR REMOVED, OR WHY THE BACK-OUT WAS REFUSED).
000060*-----------------------------------------------------------------
000070*  MODIFICATION HISTORY
000080*    DATE       INIT  DESCRIPTION
000090*    10/15/26   GM    ORIGINAL COPYBOOK.
000100*-----------------------------------------------------------------
000110 01  MBK-RPT-RECORD.
000120     05  MBR-LINE                PIC X(100).
