       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS PLAYERS-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHEIE
               FILE STATUS IS FIXTURES-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
           05 PL-ACTIV pic x.
       FD  FIXTURES-FILE.
       01  FIXTURES-RECORD.
           05 LG-CHEIE.
              10 LG-ETAPA pic 99.
              10 filler   pic x.
              10 LG-JUC1  pic 9(4).
              10 filler   pic x.
              10 LG-JUC2  pic 9(4).
           05 filler   pic x.
           05 LG-STARE pic x.
           05 filler   pic x.
       01  fixtures-status pic xx value "00".
       01  optiune pic x.
       01  gata pic 9 value 0.
       01  jucatori-deschis pic 9 value 0.
       01  activi pic 99 value 0.
       01  activi-peste pic 9(4) value 0.
       01  tabel-activi.
           05 id-activ occurs 20 times pic 9(4).
       01  cerc.
       01  ultim-din-cerc pic 9(4).
       01  i pic 999.
       01  j pic 999.
       01  fixtures-gasite pic 9(4) value 0.
       01  raspuns pic x.
       01  nume-afisat pic x(20).
       01  nume-afisat2 pic x(20).

       incarca-jucatori.

           move 0 to activi.
           move 0 to activi-peste.

           open input players-file.
           if players-status = "35" then;
           close players-file;
           end-if.

           if activi-peste > 0 then;
           Display "Liga are cel mult 20 de jucatori; "
               activi-peste " jucatori activi raman in afara ligii.";
           end-if.

       citeste-jucator.

           read players-file next record
               at end move "10" to players-status
               not at end perform retine-jucator
           end-read.

       retine-jucator.

           if PL-ACTIV = "A" then;
           if activi < 20 then;
           add 1 to activi;
           move PL-ID to id-activ(activi);
           else
           add 1 to activi-peste;
           end-if;
           end-if.

       deschide-jucatori.

           move 0 to jucatori-deschis.
           open input players-file.
           if players-status = "00" then;
           move 1 to jucatori-deschis;
           end-if.

       inchide-jucatori.

           if jucatori-deschis = 1 then;
           close players-file;
           move 0 to jucatori-deschis;
           end-if.

       gaseste-nume.

           move spaces to nume-afisat.
           string "ID " id-cautat delimited by size
               into nume-afisat.

           if jucatori-deschis = 1 then;
           move id-cautat to PL-ID;
           read players-file
               invalid key continue
               not invalid key move PL-NUME to nume-afisat
           end-read;
           end-if.

       genereaza-etape.

           move "D" to raspuns;
           end-if;
           if raspuns = "D" then;
           open output fixtures-file;
           perform construieste-etape;
           close fixtures-file;
           Display "Am generat " fixtures-gasite
               " meciuri in " etape-total " etape.";
           end-if;
           move pereche to poz-a.
           compute poz-b = marime-cerc + 1 - pereche.

           if cerc-poz(poz-a) not = 0 and cerc-poz(poz-b) not = 0 then;
           move spaces to FIXTURES-RECORD;
           move etapa to LG-ETAPA;
           move cerc-poz(poz-a) to LG-JUC1;
           move cerc-poz(poz-b) to LG-JUC2;
           move "N" to LG-STARE;
           move space to LG-REZ;
           write fixtures-record
               invalid key Display "Etapa " etapa
                   " nescrisa, status " fixtures-status
               not invalid key add 1 to fixtures-gasite
           end-write;
           end-if.

           add 1 to pereche.
           continue;
           else
           move "00" to fixtures-status;
           perform numara-fixture until fixtures-status = "10";
           close fixtures-file;
           end-if.

       numara-fixture.

           read fixtures-file next record
               at end move "10" to fixtures-status
               not at end add 1 to fixtures-gasite
           end-read.

       lista-etape.

           perform incarca-fixtures.
           Display " ";
           Display "Etapa / Juc1 / Juc2 / Stare (N=nejucat J=jucat)"
               " / Rezultat (1/2/R)";
           perform deschide-jucatori;
           open input fixtures-file;
           perform citeste-fixture-afisare
               until fixtures-status = "10";
           close fixtures-file;
           perform inchide-jucatori;
           end-if.

       citeste-fixture-afisare.

           read fixtures-file next record
               at end move "10" to fixtures-status
               not at end perform afiseaza-fixture
           end-read.

       afiseaza-fixture.

           move LG-JUC1 to id-cautat.
           perform gaseste-nume.
           move nume-afisat to nume-afisat2.
           move LG-JUC2 to id-cautat.
           perform gaseste-nume.

           Display LG-ETAPA " / " nume-afisat2 " / "
               nume-afisat " / " LG-STARE " / "
               LG-REZ.

       clasament-liga.

           Display "Nu exista etape generate.";
           else
           perform construieste-clasament;
           perform deschide-jucatori;
           perform afiseaza-clasament;
           perform inchide-jucatori;
           end-if.

       construieste-clasament.

           move 0 to clasati.

           open input fixtures-file.
           perform citeste-fixture-clasament
               until fixtures-status = "10".
           close fixtures-file.

       citeste-fixture-clasament.

           read fixtures-file next record
               at end move "10" to fixtures-status
               not at end perform aduna-fixture
           end-read.

       aduna-fixture.

           move LG-JUC1 to id-cautat.
           perform gaseste-sau-adauga-clasat.
           move cl-idx to cl-ix.
           perform aduna-rezultat-juc1.

           move LG-JUC2 to id-cautat.
           perform gaseste-sau-adauga-clasat.
           move cl-idx to cl-ix.
           perform aduna-rezultat-juc2.

       gaseste-sau-adauga-clasat.

           move 0 to cl-idx.
           continue;
           else
           add 1 to cl-total(cl-ix);
           if LG-STARE = "J" then;
           add 1 to cl-jucate(cl-ix);
           evaluate LG-REZ
             when "1" move "C" to rezultat-meu
                      add 2 to cl-puncte(cl-ix)
             when "R" move "R" to rezultat-meu
           continue;
           else
           add 1 to cl-total(cl-ix);
           if LG-STARE = "J" then;
           add 1 to cl-jucate(cl-ix);
           evaluate LG-REZ
             when "2" move "C" to rezultat-meu
                      add 2 to cl-puncte(cl-ix)
             when "R" move "R" to rezultat-meu

       noteaza-etapa.

           if LG-ETAPA >= 1
               and LG-ETAPA <= 20 then;
           move rezultat-meu
               to cl-etape(cl-ix)(LG-ETAPA:1);
           end-if.

       afiseaza-clasament.
