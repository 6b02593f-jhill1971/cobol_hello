000010*****************************************************************
000020* MUSTREC.CPY
000030*
000040* RECORD LAYOUT FOR THE MUSTER LIST (MUSTLIST) - THE SNAPSHOT OF
000050* EVERYONE ON SITE THAT MUSTER TAKES WHEN A DRILL OR A REAL
000060* EVACUATION IS CALLED.  THE FIRST RECORD IS A HEADER CARRYING
000070* THE DRILL DATE AND START TIME; EVERY OTHER RECORD IS ONE
000080* PERSON - AN EMPLOYEE GREETED TODAY OR A VISITOR OR CONTRACTOR
000090* BADGED IN TODAY WITH NO BADGE-OUT YET - CARRYING THE SAME DATE
000100* AND TIME.  A VISITOR'S HOST IS CARRIED SO THE WARDENS CAN ASK
000110* THE HOST WHERE THE VISITOR WAS LAST SEEN.  A BLANK SITE ON THE
000120* LOGS IS FILED AS THE MAIN BUILDING (HQ).  THE CHECK PASS OF
000130* MUSTER READS THE LIST BACK TO MATCH THE WARDENS' CHECK-OFFS,
000140* SO PEOPLE ARRIVING AFTER THE ALARM DO NOT MOVE THE TARGET.
000142* THE PERSON RECORDS FOLLOW THE HEADER IN PERSON ORDER - RECORD
000144* TYPE, THEN EMPLOYEE ID FOR AN EMPLOYEE OR NAME AS BADGED IN FOR
000146* A VISITOR OR CONTRACTOR - WHICH THE CHECK PASS RELIES ON TO
000148* MATCH THE SORTED CHECK-OFFS.
000150*
000160* MODIFICATION HISTORY.
000170*   2026-10-15  JH  ORIGINAL COPYBOOK.
000175*   2026-10-15  JH  PERSON RECORDS NOW WRITTEN IN PERSON ORDER.
000180*****************************************************************
000190 01  MUSTER-LIST-RECORD.
000200     05  ML-ENTRY-KIND           PIC X(01).
000210         88  ML-HEADER-ENTRY         VALUE "H".
000220         88  ML-PERSON-ENTRY         VALUE "P".
000230     05  ML-DRILL-DATE           PIC X(08).
000240     05  ML-DRILL-TIME           PIC X(04).
000250     05  ML-SITE-CODE            PIC X(03).
000260     05  ML-DEPARTMENT           PIC X(20).
000270     05  ML-RECORD-TYPE          PIC X(01).
000280         88  ML-TYPE-EMPLOYEE        VALUE "E".
000290         88  ML-TYPE-VISITOR         VALUE "V".
000300         88  ML-TYPE-CONTRACTOR      VALUE "C".
000310     05  ML-EMPLOYEE-ID          PIC X(10).
000320     05  ML-PERSON-NAME          PIC X(50).
000330     05  ML-HOST-EMPLOYEE-ID     PIC X(10).
000340     05  ML-ARRIVAL-TIME         PIC X(08).
000350     05  FILLER                  PIC X(05).
