               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS PLAYERS-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
       01  zi-index pic 999.
       01  zi-gasita pic 9 value 0.
       01  players-status pic xx value "00".
       01  adversari-gasiti pic 999 value 0.
       01  tabel-adversari.
           05 adversar-tabel occurs 50 times.
       01  adv-procent-ed pic zz9.99.
       01  adv-nume-afisat pic x(20).
       01  jocuri-fara-adversar pic 9(6) value 0.
       01  jocuri-expirate pic 9(6) value 0.

000006 PROCEDURE DIVISION.


       raport.

           open input gamelog-file.

           if gamelog-status = "35" then;

           read gamelog-file
               at end move "10" to gamelog-status
               not at end perform filtreaza-inregistrare
           end-read.

       filtreaza-inregistrare.

           if GL-REZULTAT = "X" then;
           add 1 to jocuri-expirate;
           else
           perform proceseaza-inregistrare;
           end-if.

       proceseaza-inregistrare.

           add 1 to total-jocuri.
           add 1 to jocuri-fara-adversar;
           end-if.

       gaseste-sau-adauga-adversar.

           move 0 to adv-gasit.
               " (din care la timp: " pierderi-timp
               ", prin abandon: " pierderi-abandon ")".
           Display "Remize: " total-remize.
           if jocuri-expirate > 0 then;
           Display "Sesiuni expirate fara rezultat (neincluse): "
               jocuri-expirate;
           end-if.

           if total-jocuri > 0 then;
           compute procent-castig =
       gaseste-nume-adversar.

           move "(necunoscut)" to adv-nume-afisat.

           open input players-file.
           if players-status not = "00" then;
           continue;
           else
           move adv-id(adv-index) to PL-ID;
           read players-file
               invalid key continue
               not invalid key move PL-NUME to adv-nume-afisat
           end-read;
           close players-file;
           end-if.

       afiseaza-zi.

