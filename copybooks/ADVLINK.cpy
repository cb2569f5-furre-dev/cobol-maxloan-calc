      *> ADVLINK - Linkage layout för MAXLOAN-ADVISER, kontrollen av
      *> kontorskod och handläggar-ID mot kontors- och handläggar-
      *> registret (KONTREG). Delas av MAXLOAN-CALC (intervjun frågar
      *> vem som kör den), MAXLOAN-EDIT (intagsradens kontor och
      *> handläggare granskas) och kontorsrapporten MAXLOAN-OFFICE.
      *> Saknas registret svarar uppslaget att båda finns, med
      *> AO-REGISTER-MISSING satt - körningen ska inte stoppas av
      *> att registret ännu inte lagts upp.
       01  ADVISER-INPUT.
           02  AI-OFFICE-CODE PIC X(04).
           02  AI-ADVISER-ID PIC X(08).
           02  AI-CHECK-DATE PIC 9(8).

       01  ADVISER-OUTPUT.
      *> Kontoret har minst en handläggare i tjänst på datumet.
           02  AO-OFFICE-FOUND-SWITCH PIC X(01).
               88  OFFICE-FOUND VALUE "J".
      *> Handläggaren tjänstgör på just det kontoret på datumet.
           02  AO-ADVISER-FOUND-SWITCH PIC X(01).
               88  ADVISER-FOUND VALUE "J".
           02  AO-REGISTER-MISSING-SWITCH PIC X(01).
               88  ADVISER-REGISTER-MISSING VALUE "J".
           02  AO-ADVISER-NAME PIC X(30).
           02  AO-OFFICE-NAME PIC X(20).
