000080* DIVERTED TO SUSPENSE INSTEAD OF FLOWING THROUGH TO THE
000090* GREETING LOG AND THE HR FEED.  SHARED AS A COPYBOOK, LIKE
000100* ROSTREC, SO THE LAYOUT CANNOT DRIFT BETWEEN PROGRAMS.
000101*
000102* THE SAME LAYOUT SERVES THE SEQUENTIAL FEED HR SENDS EACH NIGHT
000103* (EMPMAST) AND THE KEYED MASTER EMPMLOAD BUILDS FROM IT
000104* (EMPKSDS) - KEYED ON EM-EMPLOYEE-ID, BYTES 1-10, WITH AN
000105* ALTERNATE INDEX ON EM-DEPARTMENT, BYTES 61-80.
000110*
000120* MODIFICATION HISTORY.
000130*   2026-08-22  JH  ORIGINAL COPYBOOK.
000131*   2026-10-15  JH  ALSO THE RECORD OF THE KEYED EMPLOYEE MASTER
000132*                   (EMPKSDS).  LAYOUT UNCHANGED.
000140*****************************************************************
000150 01  EMPLOYEE-MASTER-RECORD.
000160     05  EM-EMPLOYEE-ID          PIC X(10).
