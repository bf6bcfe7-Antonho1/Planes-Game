           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
000005 DATA DIVISION.
       FILE SECTION.
       FD  MOVES-FILE.
           05 GL-ID-ADV    pic x(4).
           05 filler       pic x(6).
           05 GL-MECI      pic x(4).
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DP-ID         pic 9(4).
           05 filler        pic x.
           05 DP-MECI       pic 9(4).
           05 filler        pic x.
           05 DP-DEPUS      pic 9(4).
           05 filler        pic x.
           05 DP-DATA       pic 9(8).
           05 filler        pic x.
           05 DP-STARE      pic x.
           05 filler        pic x.
           05 DP-MOTIV      pic x(40).
           05 filler        pic x.
           05 DP-CONSTATARI pic x(70).
           05 filler        pic x.
           05 DP-REZ-NOU    pic x.
           05 filler        pic x.
           05 DP-CASTIG     pic 9(4).
           05 filler        pic x.
           05 DP-DECIS      pic 9(8).

       Working-Storage Section.
       01  moves-status pic xx value "00".
       01  gl-rezultat-ultim pic x.
       01  gl-numarmeu-ultim pic 99.
       01  gl-numarmadv-ultim pic 99.
       01  gl-je-ultim pic 9(4) value 0.
       01  gl-ja-ultim pic 9(4) value 0.
       01  dispute-status pic xx value "00".
       01  constatare pic x(48).
       01  prima-constatare pic x(48) value spaces.
       01  raspuns-contestatie pic x.
       01  dispute-id-maxim pic 9(4) value 0.
       01  dispute-deschisa pic 9(4) value 0.
       01  depus-id pic 9(4) value 0.
       01  depus-id-x pic x(4).
       01  depus-ok pic 9 value 0.
       01  motiv-contestatie pic x(40).
       01  probleme-ed pic zzz9.
       01  dat pic x(22).

000006 PROCEDURE DIVISION.

           Display "VERDICT: FAIL - probleme gasite: " probleme;
           end-if.

           if probleme > 0 and meci-id > 0 then;
           perform ofera-contestatie;
           end-if.

           if probleme = 0 then;
           move 0 to return-code;
           else
           move 4 to return-code;
           end-if.

           STOP RUN.

       alege-meci.
           open input replay-file.
           if replay-status = "35" then;
           Display replay-nume " nu exista.";
           move spaces to constatare;
           string replay-nume delimited by space
               " lipseste" delimited by size into constatare;
           perform noteaza-problema;
           else
           move "00" to replay-status;
           perform citeste-replay until replay-status = "10";
           open input moves-file.
           if moves-status = "35" then;
           Display moves-nume " nu exista.";
           move spaces to constatare;
           string moves-nume delimited by space
               " lipseste" delimited by size into constatare;
           perform noteaza-problema;
           else
           move "00" to moves-status;
           perform citeste-moves until moves-status = "10";
               or MV-SEQ-REC = 0 or MV-SEQ-REC > 2000 then;
           Display "Secventa invalida: tip " MV-TIP
               " seq " MV-SEQ-REC;
           move spaces to constatare;
           string "Secventa invalida: tip " MV-TIP
               " seq " MV-SEQ-REC delimited by size into constatare;
           perform noteaza-problema;
           else
           if MV-SEQ-REC > seq-maxim then;
           move MV-SEQ-REC to seq-maxim;
           Display "Coordonata difera la seq " MV-SEQ-REC
               ": MOVES=" MV-COORD
               " REPLAY=" rt-coord(MV-SEQ-REC);
           move spaces to constatare;
           string "Coordonata difera la seq " MV-SEQ-REC
               delimited by size into constatare;
           perform noteaza-problema;
           end-if;
           else
           Display "Tir seq " MV-SEQ-REC
               " fara pas corespunzator in REPLAY.DAT";
           move spaces to constatare;
           string "Tir seq " MV-SEQ-REC " fara pas in REPLAY"
               delimited by size into constatare;
           perform noteaza-problema;
           end-if.

       proceseaza-raspuns.
           Display "Rezultat diferit la seq " MV-SEQ-REC
               " coord " MV-COORD ": MOVES=" MV-REZ
               " REPLAY=" rt-rez(MV-SEQ-REC);
           move spaces to constatare;
           string "Rezultat diferit la seq " MV-SEQ-REC
               delimited by size into constatare;
           perform noteaza-problema;
           end-if;
           if MV-REZ = "M" and rt-rez(MV-SEQ-REC) = "M" then;
           if MV-DIR not = rt-dir(MV-SEQ-REC)
               or MV-SHAPE not = rt-shape(MV-SEQ-REC) then;
           Display "Directie/forma diferita la seq " MV-SEQ-REC
               " coord " MV-COORD;
           move spaces to constatare;
           string "Directie/forma diferita la seq " MV-SEQ-REC
               delimited by size into constatare;
           perform noteaza-problema;
           end-if;
           end-if;
           else
           Display "Raspuns seq " MV-SEQ-REC
               " fara pas corespunzator in REPLAY.DAT";
           move spaces to constatare;
           string "Raspuns seq " MV-SEQ-REC " fara pas in REPLAY"
               delimited by size into constatare;
           perform noteaza-problema;
           end-if.

       verifica-secvente.

           if numar-s(n) = 0 then;
           Display "Lipseste tirul cu seq " n;
           move spaces to constatare;
           string "Lipseste tirul cu seq " n
               delimited by size into constatare;
           perform noteaza-problema;
           end-if.

           if numar-s(n) > 1 then;
           Display "Tir duplicat la seq " n;
           move spaces to constatare;
           string "Tir duplicat la seq " n
               delimited by size into constatare;
           perform noteaza-problema;
           end-if.

           if numar-s(n) > 0 and numar-r(n) = 0 then;
           Display "Tir fara raspuns la seq " n;
           move spaces to constatare;
           string "Tir fara raspuns la seq " n
               delimited by size into constatare;
           perform noteaza-problema;
           end-if.

           if numar-r(n) > 1 then;
           Display "Raspuns duplicat la seq " n;
           move spaces to constatare;
           string "Raspuns duplicat la seq " n
               delimited by size into constatare;
           perform noteaza-problema;
           end-if.

           add 1 to n.
           open input gamelog-file.
           if gamelog-status = "35" then;
           Display "GAMELOG.DAT nu exista.";
           move "GAMELOG.DAT lipseste" to constatare;
           perform noteaza-problema;
           else
           move "00" to gamelog-status;
           perform citeste-gamelog until gamelog-status = "10";
           else
           if meci-id > 0 then;
           Display "Niciun joc cu MECI=" meci-id " in GAMELOG.DAT.";
           move spaces to constatare;
           string "Niciun joc cu MECI=" meci-id " in GAMELOG"
               delimited by size into constatare;
           perform noteaza-problema;
           end-if;
           end-if.

           move GL-MECI to meci-rand;
           end-if.

           if GL-REZULTAT not = "X"
               and (meci-id = 0 or meci-rand = meci-id) then;
           move 1 to are-gamelog;
           move GL-REZULTAT to gl-rezultat-ultim;
           move GL-NUMARMEU to gl-numarmeu-ultim;
           move GL-NUMARMADV to gl-numarmadv-ultim;
           move 0 to gl-je-ultim;
           move 0 to gl-ja-ultim;
           if GL-ID-EU is numeric then;
           move GL-ID-EU to gl-je-ultim;
           end-if;
           if GL-ID-ADV is numeric then;
           move GL-ID-ADV to gl-ja-ultim;
           end-if;
           end-if.

       compara-cu-gamelog.
           if ucisi-eu not = gl-numarmadv-ultim then;
           Display "Numarul de avioane doborate de mine nu bate"
               " cu GAMELOG (ADV=).";
           move "Avioane doborate de mine <> GAMELOG ADV="
               to constatare;
           perform noteaza-problema;
           end-if.

           if ucisi-adv not = gl-numarmeu-ultim then;
           Display "Numarul de avioane doborate de adversar nu bate"
               " cu GAMELOG (EU=).";
           move "Avioane doborate de adversar <> GAMELOG EU="
               to constatare;
           perform noteaza-problema;
           end-if.

           if gl-rezultat-ultim = "C"
               and gl-numarmadv-ultim <= gl-numarmeu-ultim then;
           Display "Rezultat C desi adversarul nu are mai multe"
               " avioane doborate.";
           move "Rezultat C fara avantaj de avioane doborate"
               to constatare;
           perform noteaza-problema;
           end-if.

           if gl-rezultat-ultim = "P"
               and gl-numarmeu-ultim <= gl-numarmadv-ultim then;
           Display "Rezultat P desi eu nu am mai multe avioane"
               " doborate.";
           move "Rezultat P fara avantaj de avioane doborate"
               to constatare;
           perform noteaza-problema;
           end-if.

       noteaza-problema.

           add 1 to probleme.
           if probleme = 1 then;
           move constatare to prima-constatare;
           end-if.

       ofera-contestatie.

           Display " ".
           Display "Depui o contestatie pentru meciul " meci-id
               "? (D/N)".
           Accept raspuns-contestatie FROM CONSOLE.
           move FUNCTION UPPER-CASE(raspuns-contestatie)
               to raspuns-contestatie.

           if raspuns-contestatie = "D" then;
           perform depune-contestatie;
           end-if.

       depune-contestatie.

           move 0 to dispute-id-maxim.
           move 0 to dispute-deschisa.

           open input dispute-file.
           if dispute-status = "00" then;
           perform citeste-disputa until dispute-status = "10";
           close dispute-file;
           end-if.

           if dispute-deschisa > 0 then;
           Display "Exista deja contestatia " dispute-deschisa
               " deschisa pentru acest meci.";
           else
           move 0 to depus-ok;
           perform cere-depus until depus-ok = 1;
           Display "Motivul contestatiei (max 40 caractere):";
           move spaces to motiv-contestatie;
           Accept motiv-contestatie FROM CONSOLE;
           perform scrie-contestatie;
           end-if.

       citeste-disputa.

           read dispute-file
               at end move "10" to dispute-status
               not at end perform verifica-disputa
           end-read.

       verifica-disputa.

           if DP-ID is numeric then;
           if DP-ID > dispute-id-maxim then;
           move DP-ID to dispute-id-maxim;
           end-if;
           if DP-MECI = meci-id and DP-STARE = "D" then;
           move DP-ID to dispute-deschisa;
           end-if;
           end-if.

       cere-depus.

           Display "ID-ul jucatorului care depune contestatia:".
           Accept depus-id-x FROM CONSOLE.

           if FUNCTION TEST-NUMVAL(depus-id-x) not = 0 then;
           Display "ID invalid. Tasteaza un numar"
               " intre 1 si 9999.";
           else
           move FUNCTION NUMVAL(depus-id-x) to depus-id;
           move 1 to depus-ok;
           if gl-je-ultim > 0 or gl-ja-ultim > 0 then;
           if depus-id not = gl-je-ultim
               and depus-id not = gl-ja-ultim then;
           move 0 to depus-ok;
           Display "Doar jucatorii meciului (" gl-je-ultim
               " / " gl-ja-ultim ") pot depune contestatia.";
           end-if;
           end-if;
           end-if.

       scrie-contestatie.

           move Function CURRENT-DATE to dat.

           move spaces to DISPUTE-RECORD.
           compute DP-ID = dispute-id-maxim + 1.
           move meci-id to DP-MECI.
           move depus-id to DP-DEPUS.
           move dat(1:8) to DP-DATA.
           move "D" to DP-STARE.
           move motiv-contestatie to DP-MOTIV.
           move probleme to probleme-ed.
           string probleme-ed " probleme; prima: " prima-constatare
               delimited by size into DP-CONSTATARI.
           move space to DP-REZ-NOU.
           move 0 to DP-CASTIG.
           move 0 to DP-DECIS.

           open extend dispute-file.
           if dispute-status = "35" then;
           open output dispute-file;
           end-if.
           write dispute-record.
           close dispute-file.

           Display "Contestatia " DP-ID " a fost inregistrata"
               " si asteapta arbitrul.".
