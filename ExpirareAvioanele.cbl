000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Expirare.
000003 ENVIRONMENT DIVISION.
000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESIUNI-FILE ASSIGN TO "SESIUNI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-ID
               FILE STATUS IS SESIUNI-STATUS.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT RAPORT-FILE ASSIGN TO "EXPIRARE.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPORT-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
       FD  SESIUNI-FILE.
       01  SESIUNI-RECORD.
           05 SE-ID    pic 9(4).
           05 filler   pic x.
           05 SE-STARE pic x.
           05 filler   pic x.
           05 SE-DATA  pic 9(8).
           05 filler   pic x.
           05 SE-JUC1  pic 9(4).
           05 filler   pic x.
           05 SE-JUC2  pic 9(4).
           05 filler   pic x.
           05 SE-INCHIS pic 9(8).
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD pic x(80).
       FD  RAPORT-FILE.
       01  RAPORT-RECORD pic x(80).

       Working-Storage Section.
       01  sesiuni-status pic xx value "00".
       01  gamelog-status pic xx value "00".
       01  raport-status pic xx value "00".
       01  zile pic 9(4) value 0.
       01  zile-ok pic 9 value 0.
       01  dat pic x(22).
       01  data-azi pic 9(8).
       01  data-limita pic 9(8).
       01  linie pic x(80).
       01  fisier-nume pic x(20).
       01  fisier-sters pic x.
       01  stersi-afisat pic x(5).
       01  sesiuni-citite pic 9(6) value 0.
       01  sesiuni-suspendate pic 9(6) value 0.
       01  sesiuni-expirate pic 9(6) value 0.
       01  sesiuni-pastrate pic 9(6) value 0.
       01  fisiere-sterse pic 9(6) value 0.
       01  fisiere-lipsa pic 9(6) value 0.
       01  erori pic 9(4) value 0.

000006 PROCEDURE DIVISION.

           Display " ".
           Display "====== Expirarea sesiunilor suspendate ======".
           Display "Varsta minima in zile a sesiunilor de expirat:".
           move 0 to zile-ok.
           perform valideaza-zile until zile-ok = 1.

           move Function CURRENT-DATE to dat.
           move dat(1:8) to data-azi.
           compute data-limita = Function DATE-OF-INTEGER
               (Function INTEGER-OF-DATE (data-azi) - zile).

           open output raport-file.
           perform scrie-antet.

           open i-o sesiuni-file.
           if sesiuni-status not = "00" then;
           move "  SESIUNI.DAT nu exista; nimic de expirat." to linie;
           perform scrie-linie-raport;
           else
           open extend gamelog-file;
           if gamelog-status = "35" then;
           open output gamelog-file;
           end-if;
           perform citeste-sesiune until sesiuni-status = "10";
           close gamelog-file;
           close sesiuni-file;
           end-if.

           perform scrie-totaluri.
           close raport-file.

           if erori > 0 then;
           move 4 to return-code;
           else
           move 0 to return-code;
           end-if.

           STOP RUN.

       valideaza-zile.

           Accept zile FROM CONSOLE.

           move 1 to zile-ok.

           if zile = 0 then;
           move 0 to zile-ok;
           Display "Numar de zile invalid. Exemplu: 30";
           end-if.

       scrie-linie-raport.

           Display linie.
           move linie to RAPORT-RECORD.
           write raport-record.

       scrie-antet.

           move spaces to linie.
           string "EXPIRARE SESIUNI SUSPENDATE - rulare " data-azi
               delimited by size into linie.
           perform scrie-linie-raport.
           move spaces to linie.
           string "Se expira sesiunile suspendate inainte de "
               data-limita " (" zile " zile)"
               delimited by size into linie.
           perform scrie-linie-raport.
           move spaces to linie.
           perform scrie-linie-raport.
           move "Meci / Suspendata / JE   / JA   / Fisiere sterse"
               to linie.
           perform scrie-linie-raport.

       citeste-sesiune.

           read sesiuni-file next record
               at end move "10" to sesiuni-status
               not at end perform verifica-sesiune
           end-read.

       verifica-sesiune.

           add 1 to sesiuni-citite.

           if SE-STARE = "D" then;
           add 1 to sesiuni-suspendate;
           if SE-DATA is numeric and SE-DATA < data-limita then;
           perform expira-sesiune;
           else
           add 1 to sesiuni-pastrate;
           end-if;
           end-if.

       expira-sesiune.

           add 1 to sesiuni-expirate.

           perform scrie-gamelog-expirat.

           move "E" to SE-STARE.
           move data-azi to SE-INCHIS.
           rewrite SESIUNI-RECORD
               invalid key perform eroare-rescriere
           end-rewrite.

           move spaces to stersi-afisat.

           move spaces to fisier-nume.
           string "CHECKPOINT." SE-ID ".DAT"
               delimited by size into fisier-nume.
           perform sterge-fisier.
           move fisier-sters to stersi-afisat(1:1).

           move spaces to fisier-nume.
           string "MOVES." SE-ID ".DAT"
               delimited by size into fisier-nume.
           perform sterge-fisier.
           move fisier-sters to stersi-afisat(3:1).

           move spaces to fisier-nume.
           string "PLASARI." SE-ID ".DAT"
               delimited by size into fisier-nume.
           perform sterge-fisier.
           move fisier-sters to stersi-afisat(5:1).

           move spaces to linie.
           string SE-ID " / " SE-DATA "  / " SE-JUC1 " / " SE-JUC2
               " / " stersi-afisat
               delimited by size into linie.
           perform scrie-linie-raport.

       scrie-gamelog-expirat.

           move spaces to GAMELOG-RECORD.
           string
               dat(1:4) "-" dat(5:2) "-" dat(7:2) " "
               dat(9:2) ":" dat(11:2) ":" dat(13:2)
               " X 00:00.00 EU=00 ADV=00"
               " JE=" SE-JUC1 " JA=" SE-JUC2
               " MECI=" SE-ID
               delimited by size into GAMELOG-RECORD.
           write gamelog-record.

       sterge-fisier.

           call "CBL_DELETE_FILE" using fisier-nume.

           if return-code = 0 then;
           move "C" to fisier-sters;
           add 1 to fisiere-sterse;
           else
           move "-" to fisier-sters;
           add 1 to fisiere-lipsa;
           end-if.

           move 0 to return-code.

       eroare-rescriere.

           add 1 to erori.
           move spaces to linie.
           string "  Sesiunea " SE-ID " nu a putut fi inchisa, status "
               sesiuni-status delimited by size into linie.
           perform scrie-linie-raport.

       scrie-totaluri.

           move spaces to linie.
           perform scrie-linie-raport.
           move "(C = sters; - = nu exista; ordinea: CHECKPOINT,"
               & " MOVES, PLASARI)" to linie.
           perform scrie-linie-raport.
           move spaces to linie.
           string "Sesiuni citite: " sesiuni-citite
               "  suspendate: " sesiuni-suspendate
               delimited by size into linie.
           perform scrie-linie-raport.
           move spaces to linie.
           string "Sesiuni expirate: " sesiuni-expirate
               "  ramase suspendate: " sesiuni-pastrate
               delimited by size into linie.
           perform scrie-linie-raport.
           move spaces to linie.
           string "Fisiere sterse: " fisiere-sterse
               "  inexistente: " fisiere-lipsa
               "  erori: " erori
               delimited by size into linie.
           perform scrie-linie-raport.
