000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. Conversie.
000003 ENVIRONMENT DIVISION.
000004 CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-VECHI ASSIGN TO "PLAYERS.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VECHI-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS NOU-STATUS.
           SELECT RATINGS-VECHI ASSIGN TO "RATINGS.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VECHI-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS NOU-STATUS.
           SELECT SERIES-VECHI ASSIGN TO "SERIES.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VECHI-STATUS.
           SELECT SERIES-FILE ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-ID
               FILE STATUS IS NOU-STATUS.
           SELECT SESIUNI-VECHI ASSIGN TO "SESIUNI.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VECHI-STATUS.
           SELECT SESIUNI-FILE ASSIGN TO "SESIUNI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-ID
               FILE STATUS IS NOU-STATUS.
           SELECT FIXTURES-VECHI ASSIGN TO "FIXTURES.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VECHI-STATUS.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHEIE
               FILE STATUS IS NOU-STATUS.
           SELECT MECIURI-VECHI ASSIGN TO "MECIURI.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VECHI-STATUS.
           SELECT MECIURI-FILE ASSIGN TO "MECIURI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-ID
               FILE STATUS IS NOU-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-VECHI.
       01  PLAYERS-VECHI-RECORD pic x(36).
       FD  PLAYERS-FILE.
       01  PLAYERS-RECORD.
           05 PL-ID    pic 9(4).
           05 filler   pic x(32).
       FD  RATINGS-VECHI.
       01  RATINGS-VECHI-RECORD pic x(34).
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID    pic 9(4).
           05 filler   pic x(30).
       FD  SERIES-VECHI.
       01  SERIES-VECHI-RECORD pic x(24).
       FD  SERIES-FILE.
       01  SERIES-RECORD.
           05 SR-ID    pic 9(4).
           05 filler   pic x(20).
       FD  SESIUNI-VECHI.
       01  SESIUNI-VECHI-RECORD pic x(34).
       FD  SESIUNI-FILE.
       01  SESIUNI-RECORD.
           05 SE-ID    pic 9(4).
           05 filler   pic x(30).
       FD  FIXTURES-VECHI.
       01  FIXTURES-VECHI-RECORD pic x(16).
       FD  FIXTURES-FILE.
       01  FIXTURES-RECORD.
           05 LG-CHEIE.
              10 LG-ETAPA pic 99.
              10 filler   pic x.
              10 LG-JUC1  pic 9(4).
              10 filler   pic x.
              10 LG-JUC2  pic 9(4).
           05 filler   pic x(4).
       FD  MECIURI-VECHI.
       01  MECIURI-VECHI-RECORD pic x(62).
       FD  MECIURI-FILE.
       01  MECIURI-RECORD.
           05 MC-ID    pic 9(4).
           05 filler   pic x(58).

       Working-Storage Section.
       01  vechi-status pic xx value "00".
       01  nou-status pic xx value "00".
       01  raspuns pic x.
       01  nume-fisier pic x(8).
       01  citite pic 9(6) value 0.
       01  scrise pic 9(6) value 0.
       01  dubluri pic 9(6) value 0.
       01  respinse pic 9(6) value 0.
       01  total-dubluri pic 9(6) value 0.
       01  total-respinse pic 9(6) value 0.

000006 PROCEDURE DIVISION.

           Display " ".
           Display "====== Conversie fisiere master la INDEXED ======".
           Display "Fisierele vechi trebuie redenumite inainte din"
               " <NUME>.DAT in <NUME>.SEQ".
           Display "(PLAYERS, RATINGS, SERIES, SESIUNI, FIXTURES,"
               " MECIURI).".
           Display "Fisierele <NUME>.DAT vor fi rescrise."
               " Continuam? (D/N)".
           Accept raspuns FROM CONSOLE.
           move FUNCTION UPPER-CASE(raspuns) to raspuns.

           if raspuns not = "D" then;
           Display "Conversie anulata.";
           move 4 to RETURN-CODE;
           else
           perform converteste-players;
           perform converteste-ratings;
           perform converteste-series;
           perform converteste-sesiuni;
           perform converteste-fixtures;
           perform converteste-meciuri;
           Display "Total dubluri ignorate: " total-dubluri
               ", inregistrari invalide: " total-respinse;
           if total-dubluri > 0 or total-respinse > 0 then;
           move 4 to RETURN-CODE;
           end-if;
           end-if.

           STOP RUN.

       incepe-fisier.

           move 0 to citite.
           move 0 to scrise.
           move 0 to dubluri.
           move 0 to respinse.

       termina-fisier.

           if vechi-status = "35" then;
           Display nume-fisier ": nu exista " nume-fisier
               ".SEQ, nimic de convertit.";
           else
           Display nume-fisier ": citite " citite ", scrise " scrise
               ", dubluri " dubluri ", invalide " respinse;
           add dubluri to total-dubluri;
           add respinse to total-respinse;
           end-if.

       raporteaza-dublura.

           add 1 to dubluri.
           Display "  cheie dubla in " nume-fisier
               ", a doua inregistrare ignorata, status " nou-status.

       converteste-players.

           move "PLAYERS" to nume-fisier.
           perform incepe-fisier.

           open input players-vechi.
           if vechi-status = "00" then;
           open output players-file;
           perform citeste-players-vechi until vechi-status = "10";
           close players-file;
           close players-vechi;
           end-if.

           perform termina-fisier.

       citeste-players-vechi.

           read players-vechi
               at end move "10" to vechi-status
               not at end perform scrie-players
           end-read.

       scrie-players.

           add 1 to citite.
           move PLAYERS-VECHI-RECORD to PLAYERS-RECORD.
           if PL-ID is not numeric then;
           add 1 to respinse;
           else
           write PLAYERS-RECORD
               invalid key perform raporteaza-dublura
               not invalid key add 1 to scrise
           end-write;
           end-if.

       converteste-ratings.

           move "RATINGS" to nume-fisier.
           perform incepe-fisier.

           open input ratings-vechi.
           if vechi-status = "00" then;
           open output ratings-file;
           perform citeste-ratings-vechi until vechi-status = "10";
           close ratings-file;
           close ratings-vechi;
           end-if.

           perform termina-fisier.

       citeste-ratings-vechi.

           read ratings-vechi
               at end move "10" to vechi-status
               not at end perform scrie-ratings
           end-read.

       scrie-ratings.

           add 1 to citite.
           move RATINGS-VECHI-RECORD to RATINGS-RECORD.
           if RT-ID is not numeric then;
           add 1 to respinse;
           else
           write RATINGS-RECORD
               invalid key perform raporteaza-dublura
               not invalid key add 1 to scrise
           end-write;
           end-if.

       converteste-series.

           move "SERIES" to nume-fisier.
           perform incepe-fisier.

           open input series-vechi.
           if vechi-status = "00" then;
           open output series-file;
           perform citeste-series-vechi until vechi-status = "10";
           close series-file;
           close series-vechi;
           end-if.

           perform termina-fisier.

       citeste-series-vechi.

           read series-vechi
               at end move "10" to vechi-status
               not at end perform scrie-series
           end-read.

       scrie-series.

           add 1 to citite.
           move SERIES-VECHI-RECORD to SERIES-RECORD.
           if SR-ID is not numeric then;
           add 1 to respinse;
           else
           write SERIES-RECORD
               invalid key perform raporteaza-dublura
               not invalid key add 1 to scrise
           end-write;
           end-if.

       converteste-sesiuni.

           move "SESIUNI" to nume-fisier.
           perform incepe-fisier.

           open input sesiuni-vechi.
           if vechi-status = "00" then;
           open output sesiuni-file;
           perform citeste-sesiuni-vechi until vechi-status = "10";
           close sesiuni-file;
           close sesiuni-vechi;
           end-if.

           perform termina-fisier.

       citeste-sesiuni-vechi.

           read sesiuni-vechi
               at end move "10" to vechi-status
               not at end perform scrie-sesiuni
           end-read.

       scrie-sesiuni.

           add 1 to citite.
           move SESIUNI-VECHI-RECORD to SESIUNI-RECORD.
           if SE-ID is not numeric then;
           add 1 to respinse;
           else
           write SESIUNI-RECORD
               invalid key perform raporteaza-dublura
               not invalid key add 1 to scrise
           end-write;
           end-if.

       converteste-fixtures.

           move "FIXTURES" to nume-fisier.
           perform incepe-fisier.

           open input fixtures-vechi.
           if vechi-status = "00" then;
           open output fixtures-file;
           perform citeste-fixtures-vechi until vechi-status = "10";
           close fixtures-file;
           close fixtures-vechi;
           end-if.

           perform termina-fisier.

       citeste-fixtures-vechi.

           read fixtures-vechi
               at end move "10" to vechi-status
               not at end perform scrie-fixtures
           end-read.

       scrie-fixtures.

           add 1 to citite.
           move FIXTURES-VECHI-RECORD to FIXTURES-RECORD.
           if LG-ETAPA is not numeric or LG-JUC1 is not numeric
               or LG-JUC2 is not numeric then;
           add 1 to respinse;
           else
           write FIXTURES-RECORD
               invalid key perform raporteaza-dublura
               not invalid key add 1 to scrise
           end-write;
           end-if.

       converteste-meciuri.

           move "MECIURI" to nume-fisier.
           perform incepe-fisier.

           open input meciuri-vechi.
           if vechi-status = "00" then;
           open output meciuri-file;
           perform citeste-meciuri-vechi until vechi-status = "10";
           close meciuri-file;
           close meciuri-vechi;
           end-if.

           perform termina-fisier.

       citeste-meciuri-vechi.

           read meciuri-vechi
               at end move "10" to vechi-status
               not at end perform scrie-meciuri
           end-read.

       scrie-meciuri.

           add 1 to citite.
           move MECIURI-VECHI-RECORD to MECIURI-RECORD.
           if MC-ID is not numeric then;
           add 1 to respinse;
           else
           write MECIURI-RECORD
               invalid key perform raporteaza-dublura
               not invalid key add 1 to scrise
           end-write;
           end-if.
