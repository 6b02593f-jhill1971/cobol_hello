000010*****************************************************************
000020* WATCHREC.CPY
000030*
000040* RECORD LAYOUT FOR THE DENIED-ENTRY WATCH LIST FILE (WATCHLST)
000050* MAINTAINED BY SECURITY.  ONE RECORD PER PERSON WHO MUST NOT BE
000060* BADGED IN - A FORMER CONTRACTOR REMOVED FOR CAUSE, SOMEONE
000070* UNDER A TRESPASS NOTICE.  HELLO, HELLOBAT, AND SUSPFIX LOAD
000080* THE FILE AT INITIALIZATION AND CHECK EVERY VISITOR AND
000090* CONTRACTOR BADGE-IN AGAINST IT BEFORE ANYTHING IS WRITTEN TO
000100* VISITLOG OR HOSTNTFY; A HIT GOES TO THE SECURITY HOLD FILE
000110* (SECHREC.CPY) AND THE SECURITY ALERT REPORT, NOT SUSPENSE.
000120*
000130* THE NAME MUST MATCH THE NAME AS BADGED.  A BLANK COMPANY
000140* MATCHES ANY COMPANY; A COMPANY IS ONLY A REASON TO LET A NAME
000150* THROUGH WHEN THE DESK KEYED A DIFFERENT ONE - A BADGE-IN WITH
000160* NO COMPANY KEYED IS STILL HELD.  A BLANK EFFECTIVE DATE MEANS
000170* IN FORCE NOW, A BLANK EXPIRY DATE MEANS OPEN-ENDED, AND AN
000180* ENTRY WITH NO SITES LISTED COVERS EVERY SITE.
000190*
000200* MODIFICATION HISTORY.
000210*   2026-10-15  JH  ORIGINAL COPYBOOK.
000220*****************************************************************
000230 01  WATCH-LIST-RECORD.
000240     05  WL-VISITOR-NAME         PIC X(50).
000250     05  WL-COMPANY              PIC X(30).
000260     05  WL-REASON-CODE          PIC X(02).
000270         88  WL-REMOVED-FOR-CAUSE    VALUE "RC".
000280         88  WL-TRESPASS-NOTICE      VALUE "TN".
000290         88  WL-OTHER-REASON         VALUE "OT".
000300     05  WL-EFFECTIVE-DATE       PIC X(08).
000310     05  WL-EXPIRY-DATE          PIC X(08).
000320     05  WL-SITE-LIST.
000330         10  WL-SITE-CODE        PIC X(03) OCCURS 4 TIMES.
