       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT GAMELOG-FILE ASSIGN USING GAMELOG-NUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ID
               FILE STATUS IS SERIES-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHEIE
               FILE STATUS IS FIXTURES-STATUS.
           SELECT SESIUNI-FILE ASSIGN TO "SESIUNI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-ID
               FILE STATUS IS SESIUNI-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS RATINGS-STATUS.
           SELECT TIMPI-FILE ASSIGN TO "TIMPI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMPI-STATUS.
           SELECT CUPA-FILE ASSIGN TO "CUPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUPA-STATUS.
           SELECT MECIURI-FILE ASSIGN TO "MECIURI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-ID
               FILE STATUS IS MECIURI-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "JUCATORI.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.
           SELECT UNIRI-FILE ASSIGN TO "UNIRI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNIRI-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
           05 PJ-DATA  pic 9(8).
           05 filler   pic x.
           05 PJ-ACTIV pic x.
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD pic x(80).
       FD  SERIES-FILE.
       01  SERIES-RECORD.
           05 SR-ID     pic 9(4).
           05 filler    pic x.
           05 SR-JUC1   pic 9(4).
           05 filler    pic x.
           05 SR-JUC2   pic 9(4).
           05 filler    pic x(10).
       FD  FIXTURES-FILE.
       01  FIXTURES-RECORD.
           05 LG-CHEIE.
              10 LG-ETAPA pic 99.
              10 filler   pic x.
              10 LG-JUC1  pic 9(4).
              10 filler   pic x.
              10 LG-JUC2  pic 9(4).
           05 filler   pic x(4).
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
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID    pic 9(4).
           05 filler   pic x(30).
       FD  TIMPI-FILE.
       01  TIMPI-RECORD.
           05 filler     pic x(24).
           05 TM-JUCATOR pic 9(4).
           05 filler     pic x(8).
       FD  CUPA-FILE.
       01  CUPA-RECORD.
           05 CP-RUNDA  pic 9.
           05 filler    pic x.
           05 CP-POZ    pic 999.
           05 filler    pic x.
           05 CP-JUC1   pic 9(4).
           05 filler    pic x.
           05 CP-JUC2   pic 9(4).
           05 filler    pic x.
           05 CP-STARE  pic x.
           05 filler    pic x.
           05 CP-CASTIG pic 9(4).
           05 filler    pic x.
           05 CP-MECI   pic 9(4).
           05 filler    pic x.
           05 CP-DATA   pic 9(8).
       FD  MECIURI-FILE.
       01  MECIURI-RECORD.
           05 MC-ID        pic 9(4).
           05 filler       pic x(25).
           05 MC-JE        pic 9(4).
           05 filler       pic x.
           05 MC-JA        pic 9(4).
           05 filler       pic x(20).
           05 MC-HC-BENEF  pic 9(4).
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DP-ID         pic 9(4).
           05 filler        pic x.
           05 DP-MECI       pic 9(4).
           05 filler        pic x.
           05 DP-DEPUS      pic 9(4).
           05 filler        pic x(126).
           05 DP-CASTIG     pic 9(4).
           05 filler        pic x(9).
       FD  KEEP-FILE.
       01  KEEP-RECORD pic x(160).
       FD  UNIRI-FILE.
       01  UNIRI-RECORD.
           05 UN-DATA    pic 9(8).
           05 filler     pic x.
           05 UN-ORA     pic 9(6).
           05 filler     pic x.
           05 UN-PASTRAT pic 9(4).
           05 filler     pic x.
           05 UN-RETRAS  pic 9(4).
           05 UN-FISIER occurs 9 times.
              10 filler             pic x.
              10 UN-RETRAS-INAINTE  pic 9(6).
              10 filler             pic x.
              10 UN-PASTRAT-INAINTE pic 9(6).
              10 filler             pic x.
              10 UN-RETRAS-DUPA     pic 9(6).
              10 filler             pic x.
              10 UN-PASTRAT-DUPA    pic 9(6).
           05 filler     pic x.
           05 UN-PIERDUTE pic 9(4).

       Working-Storage Section.
       01  players-status pic xx value "00".
       01  gamelog-status pic xx value "00".
       01  series-status pic xx value "00".
       01  fixtures-status pic xx value "00".
       01  sesiuni-status pic xx value "00".
       01  sesiuni-suspendate pic 9(4) value 0.
       01  ratings-status pic xx value "00".
       01  timpi-status pic xx value "00".
       01  keep-status pic xx value "00".
       01  uniri-status pic xx value "00".
       01  cupa-status pic xx value "00".
       01  meciuri-status pic xx value "00".
       01  meci-schimbat pic 9 value 0.
       01  dispute-status pic xx value "00".
       01  gamelog-nume pic x(20) value "GAMELOG.DAT".
       01  prima-inscriere pic 9(8) value 0.
       01  luna-arhiva.
           05 la-an   pic 9999.
           05 la-luna pic 99.
       01  luna-curenta pic x(6).
       01  arhive-rescrise pic 999 value 0.
       01  numar-jucatori pic 9(4) value 0.
       01  optiune pic x.
       01  gata pic 9 value 0.
       01  id-cautat pic 9(4).
       01  jucator-gasit pic 9 value 0.
       01  id-maxim pic 9(4) value 0.
       01  nume-nou pic x(20).
       01  id-pastrat pic 9(4).
       01  id-retras pic 9(4).
       01  nume-pastrat pic x(20).
       01  nume-retras pic x(20).
       01  unire-ok pic 9 value 0.
       01  raspuns pic x.
       01  juc-a pic 9(4).
       01  juc-b pic 9(4).
       01  fisier-ix pic 9.
       01  fixturi-pierdute pic 9(4) value 0.
       01  tabel-numaratori.
           05 numarator occurs 9 times.
              10 nr-retras-inainte  pic 9(6).
              10 nr-pastrat-inainte pic 9(6).
              10 nr-retras-dupa     pic 9(6).
              10 nr-pastrat-dupa    pic 9(6).
       01  nume-fisiere.
           05 filler pic x(8) value "GAMELOG".
           05 filler pic x(8) value "SERIES".
           05 filler pic x(8) value "FIXTURES".
           05 filler pic x(8) value "SESIUNI".
           05 filler pic x(8) value "TIMPI".
           05 filler pic x(8) value "ARHIVE".
           05 filler pic x(8) value "CUPA".
           05 filler pic x(8) value "MECIURI".
           05 filler pic x(8) value "DISPUTE".
       01  tabel-nume-fisiere redefines nume-fisiere.
           05 nume-fisier occurs 9 times pic x(8).
       01  comanda pic x(80).
       01  dat pic x(22).
       01  Lista.
         02 an pic 9999.

000006 PROCEDURE DIVISION.

           perform meniu until gata = 1.

           STOP RUN.
           Display "2 - Adauga jucator".
           Display "3 - Redenumeste jucator".
           Display "4 - Dezactiveaza jucator".
           Display "5 - Uneste doua ID-uri ale aceluiasi jucator".
           Display "0 - Iesire".
           Accept optiune FROM CONSOLE.

             when "2" perform adauga-jucator
             when "3" perform redenumeste-jucator
             when "4" perform dezactiveaza-jucator
             when "5" perform uneste-jucatori
             when "0" move 1 to gata
             when other Display "Nu e o optiune valida"
           end-evaluate.

       lista-jucatori.

           move 0 to numar-jucatori.

           if players-status = "35" then;
           Display "Nu exista inca niciun jucator inregistrat.";
           else
           Display "ID   / Nume                 / Inregistrat / Activ";
           move "00" to players-status;
           perform citeste-jucator until players-status = "10";
           close players-file;
           Display "Jucatori inregistrati: " numar-jucatori;
           end-if.

       citeste-jucator.

           read players-file next record
               at end move "10" to players-status
               not at end perform afiseaza-jucator
           end-read.

       afiseaza-jucator.

           add 1 to numar-jucatori.
           Display PJ-ID " / " PJ-NUME " / " PJ-DATA
               " / " PJ-ACTIV.

       adauga-jucator.

           Display "Numele noului jucator:".
           Accept nume-nou FROM CONSOLE.
           perform gaseste-id-maxim.

           if id-maxim >= 9999 then;
           Display "Nu mai sunt ID-uri de jucator disponibile.";
           else
           open i-o players-file;
           if players-status = "35" then;
           open output players-file;
           end-if;
           move spaces to PLAYERS-RECORD;
           compute PJ-ID = id-maxim + 1;
           move nume-nou to PJ-NUME;
           perform data-curenta;
           compute PJ-DATA = (an * 10000) + (luna * 100) + zi;
           move "A" to PJ-ACTIV;
           write players-record
               invalid key Display "Eroare la scriere, status "
                   players-status
               not invalid key Display "Jucator adaugat cu ID " PJ-ID
           end-write;
           close players-file;
           end-if.

       gaseste-id-maxim.

           move 0 to id-maxim.

           open input players-file.
           if players-status = "00" then;
           perform citeste-id-maxim until players-status = "10";
           close players-file;
           end-if.

       citeste-id-maxim.

           read players-file next record
               at end move "10" to players-status
               not at end move PJ-ID to id-maxim
           end-read.

       redenumeste-jucator.

           Display "ID-ul jucatorului de redenumit:".
           Accept id-cautat FROM CONSOLE.

           open i-o players-file.
           perform gaseste-jucator.

           if jucator-gasit = 0 then;
           Display "Nu exista jucator cu acest ID.";
           else
           Display "Noul nume:";
           Accept nume-nou FROM CONSOLE;
           move nume-nou to PJ-NUME;
           rewrite players-record;
           Display "Jucator redenumit.";
           end-if.

           close players-file.

       dezactiveaza-jucator.

           Display "ID-ul jucatorului de dezactivat:".
           Accept id-cautat FROM CONSOLE.

           open i-o players-file.
           perform gaseste-jucator.

           if jucator-gasit = 0 then;
           Display "Nu exista jucator cu acest ID.";
           else
           move "I" to PJ-ACTIV;
           rewrite players-record;
           Display "Jucator dezactivat.";
           end-if.

           close players-file.

       gaseste-jucator.

           move 0 to jucator-gasit.

           if players-status = "00" then;
           move id-cautat to PJ-ID;
           read players-file
               invalid key move 0 to jucator-gasit
               not invalid key move 1 to jucator-gasit
           end-read;
           end-if.

       uneste-jucatori.

           Display "ID-ul care ramane (pastrat):".
           Accept id-pastrat FROM CONSOLE.
           Display "ID-ul care dispare (retras):".
           Accept id-retras FROM CONSOLE.

           perform verifica-unire.

           if unire-ok = 1 then;
           Display "Toate jocurile (si cele arhivate), seriile,"
               " etapele, sesiunile, timpii,";
           Display "meciurile de cupa, fisa meciurilor si contestatiile"
               " lui " id-retras " " nume-retras;
           Display "trec la " id-pastrat " " nume-pastrat
               ". Continuam? (D/N)";
           Accept raspuns FROM CONSOLE;
           move FUNCTION UPPER-CASE(raspuns) to raspuns;
           if raspuns not = "D" then;
           move 0 to unire-ok;
           Display "Unire anulata.";
           end-if;
           end-if.

           if unire-ok = 1 then;
           initialize tabel-numaratori;
           move 0 to fixturi-pierdute;
           perform unire-gamelog;
           perform unire-serii;
           perform unire-fixtures;
           perform unire-sesiuni;
           perform unire-timpi;
           perform unire-arhive;
           perform unire-cupa;
           perform unire-meciuri;
           perform unire-dispute;
           perform retrage-jucator;
           perform scrie-audit-unire;
           perform afiseaza-unire;
           perform recalculeaza-ratinguri;
           end-if.

       verifica-unire.

           move 1 to unire-ok.

           if id-pastrat = id-retras or id-pastrat = 0
               or id-retras = 0 then;
           Display "Sunt necesare doua ID-uri diferite.";
           move 0 to unire-ok;
           else
           open input players-file;
           move id-pastrat to id-cautat;
           perform gaseste-jucator;
           if jucator-gasit = 0 then;
           Display "Nu exista jucator cu ID " id-pastrat;
           move 0 to unire-ok;
           else
           move PJ-NUME to nume-pastrat;
           move id-retras to id-cautat;
           perform gaseste-jucator;
           if jucator-gasit = 0 then;
           Display "Nu exista jucator cu ID " id-retras;
           move 0 to unire-ok;
           else
           move PJ-NUME to nume-retras;
           end-if;
           end-if;
           close players-file;
           end-if.

           if unire-ok = 1 then;
           perform cauta-sesiuni-suspendate;
           if sesiuni-suspendate > 0 then;
           Display "Unirea nu se poate face cat timp exista sesiuni"
               " suspendate: " sesiuni-suspendate ".";
           Display "Terminati-le sau expirati-le intai"
               " (ExpirareAvioanele).";
           move 0 to unire-ok;
           end-if;
           end-if.

       cauta-sesiuni-suspendate.

           move 0 to sesiuni-suspendate.

           open input sesiuni-file.
           if sesiuni-status = "00" then;
           perform citeste-sesiune-suspendata
               until sesiuni-status = "10";
           close sesiuni-file;
           end-if.

       citeste-sesiune-suspendata.

           read sesiuni-file next record
               at end move "10" to sesiuni-status
               not at end perform verifica-sesiune-suspendata
           end-read.

       verifica-sesiune-suspendata.

           if SE-STARE = "D" then;
           if SE-JUC1 = id-retras or SE-JUC2 = id-retras
               or SE-JUC1 = id-pastrat or SE-JUC2 = id-pastrat then;
           add 1 to sesiuni-suspendate;
           Display "  Sesiunea " SE-ID " (" SE-JUC1 " - " SE-JUC2
               ") este suspendata.";
           end-if;
           end-if.

       numara-inainte.

           if juc-a = id-retras or juc-b = id-retras then;
           add 1 to nr-retras-inainte(fisier-ix);
           end-if.
           if juc-a = id-pastrat or juc-b = id-pastrat then;
           add 1 to nr-pastrat-inainte(fisier-ix);
           end-if.

       numara-dupa.

           if juc-a = id-retras or juc-b = id-retras then;
           add 1 to nr-retras-dupa(fisier-ix);
           end-if.
           if juc-a = id-pastrat or juc-b = id-pastrat then;
           add 1 to nr-pastrat-dupa(fisier-ix);
           end-if.

       inlocuieste-id.

           if juc-a = id-retras then;
           move id-pastrat to juc-a;
           end-if.
           if juc-b = id-retras then;
           move id-pastrat to juc-b;
           end-if.

       unire-gamelog.

           move 1 to fisier-ix.
           move "GAMELOG.DAT" to gamelog-nume.
           perform rescrie-gamelog.

       rescrie-gamelog.

           open input gamelog-file.
           if gamelog-status = "00" then;
           open output keep-file;
           perform citeste-gamelog until gamelog-status = "10";
           close keep-file;
           close gamelog-file;
           open output gamelog-file;
           open input keep-file;
           perform copiaza-in-gamelog until keep-status = "10";
           close keep-file;
           close gamelog-file;
           perform sterge-temporar;
           end-if.

       unire-arhive.

           move 6 to fisier-ix.
           move 0 to arhive-rescrise.
           perform gaseste-prima-inscriere.

           perform data-curenta.
           move dat(1:6) to luna-curenta.

           if prima-inscriere = 0 then;
           move luna-curenta to luna-arhiva;
           else
           move prima-inscriere(1:6) to luna-arhiva;
           end-if.

           perform unire-arhiva-luna
               until luna-arhiva > luna-curenta.

           move "GAMELOG.DAT" to gamelog-nume.

       gaseste-prima-inscriere.

           move 0 to prima-inscriere.

           open input players-file.
           if players-status = "00" then;
           perform citeste-inscriere until players-status = "10";
           close players-file;
           end-if.

       citeste-inscriere.

           read players-file next record
               at end move "10" to players-status
               not at end perform retine-inscriere
           end-read.

       retine-inscriere.

           if PJ-DATA is numeric and PJ-DATA > 0 then;
           if prima-inscriere = 0 or PJ-DATA < prima-inscriere then;
           move PJ-DATA to prima-inscriere;
           end-if;
           end-if.

       unire-arhiva-luna.

           move spaces to gamelog-nume.
           string "GAMELOG." luna-arhiva ".ARH"
               delimited by size into gamelog-nume.

           perform rescrie-gamelog.
           if gamelog-status = "10" then;
           add 1 to arhive-rescrise;
           end-if.

           if la-luna = 12 then;
           add 1 to la-an;
           move 1 to la-luna;
           else
           add 1 to la-luna;
           end-if.

       citeste-gamelog.

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform rescrie-linie-gamelog
           end-read.

       rescrie-linie-gamelog.

           if GAMELOG-RECORD(45:3) = "JE=" and
               GAMELOG-RECORD(53:3) = "JA=" and
               GAMELOG-RECORD(48:4) is numeric and
               GAMELOG-RECORD(56:4) is numeric then;
           move GAMELOG-RECORD(48:4) to juc-a;
           move GAMELOG-RECORD(56:4) to juc-b;
           perform numara-inainte;
           perform inlocuieste-id;
           perform numara-dupa;
           move juc-a to GAMELOG-RECORD(48:4);
           move juc-b to GAMELOG-RECORD(56:4);
           end-if.

           write KEEP-RECORD from GAMELOG-RECORD.

       copiaza-in-gamelog.

           read keep-file
               at end move "10" to keep-status
               not at end write GAMELOG-RECORD from KEEP-RECORD
           end-read.

       sterge-temporar.

           open output keep-file.
           close keep-file.

       unire-serii.

           move 2 to fisier-ix.

           open i-o series-file.
           if series-status = "00" then;
           perform citeste-serie until series-status = "10";
           close series-file;
           end-if.

       citeste-serie.

           read series-file next record
               at end move "10" to series-status
               not at end perform rescrie-serie
           end-read.

       rescrie-serie.

           move SR-JUC1 to juc-a.
           move SR-JUC2 to juc-b.
           perform numara-inainte.
           perform inlocuieste-id.
           perform numara-dupa.

           if juc-a not = SR-JUC1 or juc-b not = SR-JUC2 then;
           move juc-a to SR-JUC1;
           move juc-b to SR-JUC2;
           rewrite SERIES-RECORD
               invalid key Display "Eroare la rescrierea seriei "
                   SR-ID ", status " series-status
           end-rewrite;
           end-if.

       unire-fixtures.

           move 3 to fisier-ix.

           open i-o fixtures-file.
           if fixtures-status = "00" then;
           open output keep-file;
           perform citeste-fixture until fixtures-status = "10";
           close keep-file;
           open input keep-file;
           perform reinsereaza-fixture until keep-status = "10";
           close keep-file;
           close fixtures-file;
           perform sterge-temporar;
           end-if.

       citeste-fixture.

           read fixtures-file next record
               at end move "10" to fixtures-status
               not at end perform muta-fixture
           end-read.

       muta-fixture.

           move LG-JUC1 to juc-a.
           move LG-JUC2 to juc-b.
           perform numara-inainte.

           if juc-a = id-retras or juc-b = id-retras then;
           write KEEP-RECORD from FIXTURES-RECORD;
           delete fixtures-file record
               invalid key Display "Eroare la mutarea etapei "
                   LG-ETAPA ", status " fixtures-status
           end-delete;
           else
           perform numara-dupa;
           end-if.

       reinsereaza-fixture.

           read keep-file
               at end move "10" to keep-status
               not at end perform scrie-fixture-mutata
           end-read.

       scrie-fixture-mutata.

           move KEEP-RECORD to FIXTURES-RECORD.
           move LG-JUC1 to juc-a.
           move LG-JUC2 to juc-b.
           perform inlocuieste-id.
           move juc-a to LG-JUC1.
           move juc-b to LG-JUC2.

           write FIXTURES-RECORD
               invalid key perform pierde-fixture
               not invalid key perform numara-dupa
           end-write.

       pierde-fixture.

           add 1 to fixturi-pierdute.
           Display "Etapa " LG-ETAPA " " LG-JUC1 "-" LG-JUC2
               " exista deja; etapa dubla a fost eliminata.".

       unire-sesiuni.

           move 4 to fisier-ix.

           open i-o sesiuni-file.
           if sesiuni-status = "00" then;
           perform citeste-sesiune until sesiuni-status = "10";
           close sesiuni-file;
           end-if.

       citeste-sesiune.

           read sesiuni-file next record
               at end move "10" to sesiuni-status
               not at end perform rescrie-sesiune
           end-read.

       rescrie-sesiune.

           move SE-JUC1 to juc-a.
           move SE-JUC2 to juc-b.
           perform numara-inainte.
           perform inlocuieste-id.
           perform numara-dupa.

           if juc-a not = SE-JUC1 or juc-b not = SE-JUC2 then;
           move juc-a to SE-JUC1;
           move juc-b to SE-JUC2;
           rewrite SESIUNI-RECORD
               invalid key Display "Eroare la rescrierea sesiunii "
                   SE-ID ", status " sesiuni-status
           end-rewrite;
           end-if.

       unire-timpi.

           move 5 to fisier-ix.

           open input timpi-file.
           if timpi-status = "00" then;
           open output keep-file;
           perform citeste-timp until timpi-status = "10";
           close keep-file;
           close timpi-file;
           open output timpi-file;
           open input keep-file;
           perform copiaza-in-timpi until keep-status = "10";
           close keep-file;
           close timpi-file;
           perform sterge-temporar;
           end-if.

       citeste-timp.

           read timpi-file
               at end move "10" to timpi-status
               not at end perform rescrie-timp
           end-read.

       rescrie-timp.

           if TM-JUCATOR is numeric then;
           move TM-JUCATOR to juc-a;
           move 0 to juc-b;
           perform numara-inainte;
           perform inlocuieste-id;
           perform numara-dupa;
           move juc-a to TM-JUCATOR;
           end-if.

           write KEEP-RECORD from TIMPI-RECORD.

       copiaza-in-timpi.

           read keep-file
               at end move "10" to keep-status
               not at end write TIMPI-RECORD from KEEP-RECORD
           end-read.

       unire-cupa.

           move 7 to fisier-ix.

           open input cupa-file.
           if cupa-status = "00" then;
           open output keep-file;
           perform citeste-cupa until cupa-status = "10";
           close keep-file;
           close cupa-file;
           open output cupa-file;
           open input keep-file;
           perform copiaza-in-cupa until keep-status = "10";
           close keep-file;
           close cupa-file;
           perform sterge-temporar;
           end-if.

       citeste-cupa.

           read cupa-file
               at end move "10" to cupa-status
               not at end perform rescrie-cupa
           end-read.

       rescrie-cupa.

           if CP-JUC1 is numeric and CP-JUC2 is numeric then;
           move CP-JUC1 to juc-a;
           move CP-JUC2 to juc-b;
           perform numara-inainte;
           perform inlocuieste-id;
           perform numara-dupa;
           move juc-a to CP-JUC1;
           move juc-b to CP-JUC2;
           end-if.

           if CP-CASTIG is numeric and CP-CASTIG = id-retras then;
           move id-pastrat to CP-CASTIG;
           end-if.

           write KEEP-RECORD from CUPA-RECORD.

       copiaza-in-cupa.

           read keep-file
               at end move "10" to keep-status
               not at end write CUPA-RECORD from KEEP-RECORD
           end-read.

       unire-meciuri.

           move 8 to fisier-ix.

           open i-o meciuri-file.
           if meciuri-status = "00" then;
           perform citeste-meci until meciuri-status = "10";
           close meciuri-file;
           end-if.

       citeste-meci.

           read meciuri-file next record
               at end move "10" to meciuri-status
               not at end perform rescrie-meci
           end-read.

       rescrie-meci.

           move 0 to meci-schimbat.

           if MC-JE is numeric and MC-JA is numeric then;
           move MC-JE to juc-a;
           move MC-JA to juc-b;
           perform numara-inainte;
           perform inlocuieste-id;
           perform numara-dupa;
           if juc-a not = MC-JE or juc-b not = MC-JA then;
           move juc-a to MC-JE;
           move juc-b to MC-JA;
           move 1 to meci-schimbat;
           end-if;
           end-if.

           if MC-HC-BENEF is numeric and MC-HC-BENEF = id-retras then;
           move id-pastrat to MC-HC-BENEF;
           move 1 to meci-schimbat;
           end-if.

           if meci-schimbat = 1 then;
           rewrite MECIURI-RECORD
               invalid key Display "Eroare la rescrierea meciului "
                   MC-ID ", status " meciuri-status
           end-rewrite;
           end-if.

       unire-dispute.

           move 9 to fisier-ix.

           open input dispute-file.
           if dispute-status = "00" then;
           open output keep-file;
           perform citeste-disputa until dispute-status = "10";
           close keep-file;
           close dispute-file;
           open output dispute-file;
           open input keep-file;
           perform copiaza-in-dispute until keep-status = "10";
           close keep-file;
           close dispute-file;
           perform sterge-temporar;
           end-if.

       citeste-disputa.

           read dispute-file
               at end move "10" to dispute-status
               not at end perform rescrie-disputa
           end-read.

       rescrie-disputa.

           if DP-DEPUS is numeric and DP-CASTIG is numeric then;
           move DP-DEPUS to juc-a;
           move DP-CASTIG to juc-b;
           perform numara-inainte;
           perform inlocuieste-id;
           perform numara-dupa;
           move juc-a to DP-DEPUS;
           move juc-b to DP-CASTIG;
           end-if.

           write KEEP-RECORD from DISPUTE-RECORD.

       copiaza-in-dispute.

           read keep-file
               at end move "10" to keep-status
               not at end write DISPUTE-RECORD from KEEP-RECORD
           end-read.

       retrage-jucator.

           open i-o players-file.
           move id-retras to id-cautat.
           perform gaseste-jucator.

           if jucator-gasit = 1 then;
           move "I" to PJ-ACTIV;
           rewrite players-record;
           end-if.

           close players-file.

       scrie-audit-unire.

           perform data-curenta.

           move spaces to UNIRI-RECORD.
           compute UN-DATA = (an * 10000) + (luna * 100) + zi.
           compute UN-ORA = (ora * 10000) + (min * 100) + sec.
           move id-pastrat to UN-PASTRAT.
           move id-retras to UN-RETRAS.
           move 1 to fisier-ix.
           perform copiaza-numarator until fisier-ix > 9.
           move fixturi-pierdute to UN-PIERDUTE.

           open extend uniri-file.
           if uniri-status = "35" then;
           open output uniri-file;
           end-if.
           write UNIRI-RECORD.
           close uniri-file.

       copiaza-numarator.

           move nr-retras-inainte(fisier-ix)
               to UN-RETRAS-INAINTE(fisier-ix).
           move nr-pastrat-inainte(fisier-ix)
               to UN-PASTRAT-INAINTE(fisier-ix).
           move nr-retras-dupa(fisier-ix)
               to UN-RETRAS-DUPA(fisier-ix).
           move nr-pastrat-dupa(fisier-ix)
               to UN-PASTRAT-DUPA(fisier-ix).
           add 1 to fisier-ix.

       afiseaza-unire.

           Display " ".
           Display "Unire " id-retras " -> " id-pastrat
               " (inregistrata in UNIRI.DAT)".
           Display "Fisier   / Retras inainte / Pastrat inainte"
               " / Retras dupa / Pastrat dupa".
           move 1 to fisier-ix.
           perform afiseaza-numarator until fisier-ix > 9.
           Display "Luni arhivate rescrise: " arhive-rescrise.
           if fixturi-pierdute > 0 then;
           Display "Etape duble eliminate: " fixturi-pierdute;
           end-if.
           Display "Jucatorul " id-retras " a fost dezactivat.".

       afiseaza-numarator.

           Display nume-fisier(fisier-ix) " / "
               nr-retras-inainte(fisier-ix) " / "
               nr-pastrat-inainte(fisier-ix) " / "
               nr-retras-dupa(fisier-ix) " / "
               nr-pastrat-dupa(fisier-ix).
           add 1 to fisier-ix.

       recalculeaza-ratinguri.

           Display " ".
           Display "RATINGS.DAT se reface din tot istoricul.".

           open output ratings-file.
           close ratings-file.

           move "./ClasamentAvioanele" to comanda.
           call "SYSTEM" using comanda.

           if return-code not = 0 then;
           Display "Clasament nu a putut rula acum. RATINGS.DAT"
               " ramane gol si va fi refacut la urmatoarea"
               " rulare Clasament.";
           move 0 to return-code;
           end-if.

       data-curenta.

