000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Timpi.
000003 ENVIRONMENT DIVISION.
000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMPI-FILE ASSIGN TO "TIMPI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMPI-STATUS.
           SELECT GAMELOG-FILE ASSIGN USING GAMELOG-NUME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT SORT-TIMPI ASSIGN TO "TIMPI.SRT".
000005 DATA DIVISION.
       FILE SECTION.
       FD  TIMPI-FILE.
       01  TIMPI-RECORD.
           05 TM-MECI    pic 9(4).
           05 filler     pic x.
           05 TM-DATA    pic 9(8).
           05 filler     pic x.
           05 TM-SEQ     pic 999.
           05 filler     pic x.
           05 TM-TOTAL   pic 999.
           05 filler     pic x.
           05 TM-AUTOR   pic x.
           05 filler     pic x.
           05 TM-JUCATOR pic 9(4).
           05 filler     pic x.
           05 TM-DURATA  pic 9(7).
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD pic x(80).
       FD  PLAYERS-FILE.
       01  PLAYERS-RECORD.
           05 PL-ID    pic 9(4).
           05 filler   pic x.
           05 PL-NUME  pic x(20).
           05 filler   pic x.
           05 PL-DATA  pic 9(8).
           05 filler   pic x.
           05 PL-ACTIV pic x.
       SD  SORT-TIMPI.
       01  SORT-RECORD.
           05 SR-JUCATOR pic 9(4).
           05 SR-MECI    pic 9(4).
           05 SR-TIP     pic x.
           05 SR-SEQ     pic 999.
           05 SR-TOTAL   pic 999.
           05 SR-DURATA  pic 9(7).
           05 SR-REZ     pic x.

       Working-Storage Section.
       01  timpi-status pic xx value "00".
       01  gamelog-status pic xx value "00".
       01  gamelog-nume pic x(20) value "GAMELOG.DAT".
       01  prima-inscriere pic 9(8) value 0.
       01  luna-arhiva.
           05 la-an   pic 9999.
           05 la-luna pic 99.
       01  luna-curenta pic x(6).
       01  dat pic x(22).
       01  players-status pic xx value "00".
       01  jucatori-deschis pic 9 value 0.
       01  id-ales pic 9(4) value 0.
       01  sortare-gata pic 9 value 0.
       01  jucator-curent pic 9(4) value 0.
       01  are-jucator pic 9 value 0.
       01  jucatori-raportati pic 9(4) value 0.
       01  meci-ultim pic 9(4) value 0.
       01  meci-rez-ultim pic 9(4) value 0.
       01  glog-je pic 9(4).
       01  glog-ja pic 9(4).
       01  glog-meci pic 9(4).
       01  glog-rez pic x.
       01  jocuri pic 9(6) value 0.
       01  mutari pic 9(6) value 0.
       01  suma-durate pic 9(12) value 0.
       01  maxima-durata pic 9(7) value 0.
       01  pierderi-timp pic 9(6) value 0.
       01  castiguri-timp pic 9(6) value 0.
       01  faza pic 9.
       01  tabel-faze.
           05 faza-tabel occurs 3 times.
              10 fz-mutari pic 9(6).
              10 fz-suma   pic 9(12).
       01  nume-faze.
           05 filler pic x(10) value "deschidere".
           05 filler pic x(10) value "mijloc".
           05 filler pic x(10) value "final".
       01  tabel-nume-faze redefines nume-faze.
           05 nume-faza occurs 3 times pic x(10).
       01  durata-sutimi pic 9(9).
       01  timp-min pic 999.
       01  timp-sec pic 99.
       01  timp-sut pic 99.
       01  timp-afisat pic x(10).
       01  medie-afisata pic x(10).
       01  maxima-afisata pic x(10).
       01  nume-afisat pic x(20).

000006 PROCEDURE DIVISION.

           Display " ".
           Display "====== Timpul de gandire pe jucator ======".
           Display "ID-ul jucatorului (0 = toti jucatorii):".
           Accept id-ales FROM CONSOLE.

           move 0 to jucatori-deschis.
           open input players-file.
           if players-status = "00" then;
           move 1 to jucatori-deschis;
           perform citeste-inscriere until players-status = "10";
           end-if.

           sort sort-timpi
               on ascending key SR-JUCATOR SR-MECI SR-TIP SR-SEQ
               input procedure is trimite-inregistrari
               output procedure is raporteaza-jucatori.

           if jucatori-raportati = 0 then;
           Display "Nu exista timpi de gandire sau rezultate la timp"
               " pentru selectia facuta.";
           end-if.

           if jucatori-deschis = 1 then;
           close players-file;
           end-if.

           STOP RUN.

       trimite-inregistrari.

           open input timpi-file.
           if timpi-status = "00" then;
           perform citeste-timp until timpi-status = "10";
           close timpi-file;
           end-if.

           move Function CURRENT-DATE to dat.
           move dat(1:6) to luna-curenta.

           if prima-inscriere = 0 then;
           move luna-curenta to luna-arhiva;
           else
           move prima-inscriere(1:6) to luna-arhiva;
           end-if.

           perform citeste-arhiva-luna
               until luna-arhiva > luna-curenta.

           move "GAMELOG.DAT" to gamelog-nume.
           open input gamelog-file.
           if gamelog-status = "00" then;
           perform citeste-gamelog until gamelog-status = "10";
           close gamelog-file;
           end-if.

       citeste-inscriere.

           read players-file next record
               at end move "10" to players-status
               not at end perform retine-inscriere
           end-read.

       retine-inscriere.

           if PL-DATA is numeric and PL-DATA > 0 then;
           if prima-inscriere = 0 or PL-DATA < prima-inscriere then;
           move PL-DATA to prima-inscriere;
           end-if;
           end-if.

       citeste-arhiva-luna.

           move spaces to gamelog-nume.
           string "GAMELOG." luna-arhiva ".ARH"
               delimited by size into gamelog-nume.

           open input gamelog-file.
           if gamelog-status = "00" then;
           perform citeste-gamelog until gamelog-status = "10";
           close gamelog-file;
           end-if.

           if la-luna = 12 then;
           add 1 to la-an;
           move 1 to la-luna;
           else
           add 1 to la-luna;
           end-if.

       citeste-timp.

           read timpi-file
               at end move "10" to timpi-status
               not at end perform trimite-timp
           end-read.

       trimite-timp.

           if TM-JUCATOR is numeric and TM-DURATA is numeric
               and TM-SEQ is numeric and TM-JUCATOR > 0 then;
           if id-ales = 0 or TM-JUCATOR = id-ales then;
           move TM-JUCATOR to SR-JUCATOR;
           move 0 to SR-MECI;
           if TM-MECI is numeric then;
           move TM-MECI to SR-MECI;
           end-if;
           move "M" to SR-TIP;
           move TM-SEQ to SR-SEQ;
           move 0 to SR-TOTAL;
           if TM-TOTAL is numeric then;
           move TM-TOTAL to SR-TOTAL;
           end-if;
           move TM-DURATA to SR-DURATA;
           move space to SR-REZ;
           release SORT-RECORD;
           end-if;
           end-if.

       citeste-gamelog.

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform trimite-rezultat
           end-read.

       trimite-rezultat.

           move GAMELOG-RECORD(21:1) to glog-rez.

           if (glog-rez = "T" or glog-rez = "V")
               and GAMELOG-RECORD(48:4) is numeric
               and GAMELOG-RECORD(56:4) is numeric then;
           move GAMELOG-RECORD(48:4) to glog-je;
           move GAMELOG-RECORD(56:4) to glog-ja;
           move 0 to glog-meci;
           if GAMELOG-RECORD(60:6) = " MECI="
               and GAMELOG-RECORD(66:4) is numeric then;
           move GAMELOG-RECORD(66:4) to glog-meci;
           end-if;
           move glog-je to SR-JUCATOR;
           move glog-rez to SR-REZ;
           perform trimite-rezultat-jucator;
           move glog-ja to SR-JUCATOR;
           if glog-rez = "T" then;
           move "V" to SR-REZ;
           else
           move "T" to SR-REZ;
           end-if;
           perform trimite-rezultat-jucator;
           end-if.

       trimite-rezultat-jucator.

           if SR-JUCATOR > 0 then;
           if id-ales = 0 or SR-JUCATOR = id-ales then;
           move glog-meci to SR-MECI;
           move "R" to SR-TIP;
           move 0 to SR-SEQ;
           move 0 to SR-TOTAL;
           move 0 to SR-DURATA;
           release SORT-RECORD;
           end-if;
           end-if.

       raporteaza-jucatori.

           move 0 to are-jucator.
           move 0 to sortare-gata.
           perform returneaza-inregistrare until sortare-gata = 1.

           if are-jucator = 1 then;
           perform scrie-jucator;
           end-if.

       returneaza-inregistrare.

           return sort-timpi
               at end move 1 to sortare-gata
               not at end perform aduna-inregistrare
           end-return.

       aduna-inregistrare.

           if are-jucator = 1 and SR-JUCATOR not = jucator-curent then;
           perform scrie-jucator;
           move 0 to are-jucator;
           end-if.

           if are-jucator = 0 then;
           perform incepe-jucator;
           end-if.

           if SR-TIP = "M" then;
           perform aduna-mutare;
           else
           perform aduna-rezultat;
           end-if.

       incepe-jucator.

           move 1 to are-jucator.
           move SR-JUCATOR to jucator-curent.
           move 0 to jocuri.
           move 0 to mutari.
           move 0 to suma-durate.
           move 0 to maxima-durata.
           move 0 to pierderi-timp.
           move 0 to castiguri-timp.
           move 9999 to meci-ultim.
           move 9999 to meci-rez-ultim.
           initialize tabel-faze.

       aduna-mutare.

           if SR-MECI not = meci-ultim then;
           add 1 to jocuri;
           move SR-MECI to meci-ultim;
           end-if.

           add 1 to mutari.
           add SR-DURATA to suma-durate.
           if SR-DURATA > maxima-durata then;
           move SR-DURATA to maxima-durata;
           end-if.

           evaluate true
             when SR-TOTAL = 0 move 2 to faza
             when SR-SEQ * 3 <= SR-TOTAL move 1 to faza
             when SR-SEQ * 3 <= SR-TOTAL * 2 move 2 to faza
             when other move 3 to faza
           end-evaluate.

           add 1 to fz-mutari(faza).
           add SR-DURATA to fz-suma(faza).

       aduna-rezultat.

           if SR-MECI > 0 and SR-MECI = meci-rez-ultim then;
           continue;
           else
           move SR-MECI to meci-rez-ultim;
           if SR-REZ = "T" then;
           add 1 to pierderi-timp;
           else
           add 1 to castiguri-timp;
           end-if;
           end-if.

       scrie-jucator.

           add 1 to jucatori-raportati.

           move "(necunoscut)" to nume-afisat.
           if jucatori-deschis = 1 then;
           move jucator-curent to PL-ID;
           read players-file
               invalid key continue
               not invalid key move PL-NUME to nume-afisat
           end-read;
           end-if.

           Display " ".
           Display "Jucator " jucator-curent " " nume-afisat.

           if mutari = 0 then;
           Display "  Nicio mutare cu timp inregistrat.";
           else
           compute durata-sutimi = suma-durate / mutari;
           perform formateaza-timp;
           move timp-afisat to medie-afisata;
           move maxima-durata to durata-sutimi;
           perform formateaza-timp;
           move timp-afisat to maxima-afisata;
           Display "  Jocuri: " jocuri "  Mutari: " mutari;
           Display "  Timp mediu pe mutare: " medie-afisata
               "  Cea mai lunga gandire: " maxima-afisata;
           move 1 to faza;
           perform afiseaza-faza until faza > 3;
           end-if.

           Display "  Pierderi la timp (T): " pierderi-timp
               "  Castiguri la timp (V): " castiguri-timp.

       afiseaza-faza.

           if fz-mutari(faza) = 0 then;
           Display "  Medie " nume-faza(faza) ": -";
           else
           compute durata-sutimi = fz-suma(faza) / fz-mutari(faza);
           perform formateaza-timp;
           Display "  Medie " nume-faza(faza) ": " timp-afisat
               " (" fz-mutari(faza) " mutari)";
           end-if.

           add 1 to faza.

       formateaza-timp.

           compute timp-min = durata-sutimi / 6000.
           compute timp-sec =
               (durata-sutimi - (timp-min * 6000)) / 100.
           compute timp-sut =
               durata-sutimi - (timp-min * 6000) - (timp-sec * 100).

           move spaces to timp-afisat.
           string timp-min ":" timp-sec "." timp-sut
               delimited by size into timp-afisat.
