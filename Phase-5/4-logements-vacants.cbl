      ******************************************************************
      * Author: Kevin Ropital
      * Date: 15/10/2026
      * Purpose: taxe sur les logements vacants, detectee depuis le
      *          cadastre. Pour les communes assujetties
      *          (0-logements-vacants.param), un local d'habitation de
      *          5-locaux.idx sans aucune occurrence TH d'occupant
      *          dans 5-occurrences.idx sur le nombre d'annees
      *          consecutives exige par la commune est vacant. Le
      *          proprietaire est celui de la derniere occurrence TF
      *          du local, ou chaque coproprietaire de 5-indivision.idx
      *          pour un local en indivision. Premier passage : lettre
      *          de pre-notification (4-logements-vacants.txt) laissant
      *          au proprietaire le delai de justifier l'occupation ;
      *          delai echu sans justificatif (flux
      *          4-logements-vacants-justif.dat), la taxe part en
      *          occurrences "LV" dans 4-occurrences-vacants.dat, que
      *          4-OCCURRENCES charge pour 5-ROLES. L'etat de chaque
      *          local par campagne est tenu dans
      *          5-logements-vacants.idx (N = notifie, J = justifie,
      *          T = taxe).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4-LOGEMENTS-VACANTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Communes assujetties, categories de locaux d'habitation et
      *    delai de justification
           SELECT F-PARAM ASSIGN TO "0-logements-vacants.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-ANNEE-ROLE ASSIGN TO "0-annee-roles.param"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS WS-STATUT-ANNEE-ROLE.

           SELECT C-LOCAUX ASSIGN TO "5-locaux.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LOC-Identifiant
                   FILE STATUS IS WS-STATUT-LOCAUX.

           SELECT C-OCCURRENCES ASSIGN TO "5-occurrences.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS C-PRIMARY-KEY
               ALTERNATE RECORD KEY IS C-CLE-AMENDEMENT
               ALTERNATE RECORD KEY IS C-NUMERO-FISCAL WITH DUPLICATES
               FILE STATUS IS WS-STATUT-OCCURRENCES.

           SELECT C-INDIVISION ASSIGN TO "5-indivision.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IND-Cle
                   FILE STATUS IS WS-STATUT-INDIVISION.

           SELECT C-CONTRIBUABLES ASSIGN TO "5-contribuables.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CTB-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-CONTRIBUABLES.

           SELECT F-ADRESSES ASSIGN TO "5-adresses.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADR-Numero-Fiscal
                   FILE STATUS IS WS-STATUT-ADRESSES.

      *    Etat de chaque local vacant par campagne
           SELECT C-VACANTS ASSIGN TO "5-logements-vacants.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VAC-Cle
                   FILE STATUS IS WS-STATUT-VACANTS.

      *    Justificatifs d'occupation recus pendant le delai,
      *    consommes a chaque passage
           SELECT F-JUSTIFICATIFS
               ASSIGN TO "4-logements-vacants-justif.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-JUSTIFICATIFS.

      *    Occurrences "LV" a charger par 4-OCCURRENCES
           SELECT F-OCC-VACANTS ASSIGN TO "4-occurrences-vacants.dat"
                   ORGANIZATION LINE SEQUENTIAL.

      *    Lettres de pre-notification
           SELECT FS ASSIGN TO "4-logements-vacants.txt"
                   ORGANIZATION LINE SEQUENTIAL.

           SELECT TRI ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

      *    Trois sortes de lignes, selon LVP-Type :
      *    C = commune assujettie (code Insee, nombre d'annees de
      *        vacance exige, taux de la taxe, lu par 5-ROLES)
      *    H = categorie de local d'habitation (aucune ligne H :
      *        tous les locaux sont d'habitation)
      *    D = delai de justification, en jours apres la lettre
       FD  F-PARAM.
       01  LVP-ENREG.
           05 LVP-Type             PIC X(1).
           05 LVP-Code-Insee       PIC 9(5).
           05 LVP-Annees           PIC 9(1).
           05 LVP-Taux             PIC 9(2)V99.
       01  LVP-ENREG-CATEGORIE.
           05 FILLER               PIC X(1).
           05 LVP-Categorie        PIC X(2).
       01  LVP-ENREG-DELAI.
           05 FILLER               PIC X(1).
           05 LVP-Delai-Jours      PIC 9(3).

       FD  F-ANNEE-ROLE.
       01  ANR-ENREG.
           05 ANR-ANNEE            PIC 9(4).

      *    Meme disposition que C-LOCAUX-ENREG dans 4-LOCAUX.cbl
       FD  C-LOCAUX.
       01  C-LOCAUX-ENREG.
           05 LOC-Identifiant     PIC 9(8).
           05 LOC-Code-Insee      PIC 9(5).
           05 LOC-Categorie       PIC X(2).
           05 LOC-Valeur-Locative PIC 9(6).
           05 LOC-Date-Construction.
               10 LOC-Annee-Construction PIC 9(4).
               10 FILLER              PIC 9(4).
           05 LOC-Date-Demolition   PIC 9(8).
           05 LOC-Zone-Teom         PIC X(2).

      *    Meme disposition que C-OCCURRENCES-ENREG dans
      *    4-OCCURRENCES.cbl, qui alimente ce fichier
       FD  C-OCCURRENCES.
       01  C-OCCURRENCES-ENREG.
           05 C-PRIMARY-KEY            PIC 9(9).
           05 C-CLE-AMENDEMENT.
               10 C-NUMERO-FISCAL   PIC 9(13).
               10 C-TAXE            PIC X(2).
               10 C-CODE-INSEE      PIC 9(5).
               10 C-ANNEE           PIC 9(4).
               10 C-LOCAL           PIC 9(8).
           05 C-REVENU          PIC S9(6) SIGN LEADING SEPARATE.
           05 C-RESIDENCE       PIC X(1).
           05 C-DATE-DEBUT      PIC 9(8).
           05 C-DATE-FIN        PIC 9(8).
           05 C-DATE-DECLARATION PIC 9(8).
           05 C-SENS            PIC X(1).
           05 C-EXECUTION-CHARGEMENT PIC 9(6).

      *    Meme disposition que C-IND-ENREG dans 4-INDIVISION.cbl
       FD  C-INDIVISION.
       01  C-IND-ENREG.
           05 IND-Cle.
               10 IND-Local         PIC 9(8).
               10 IND-Numero-Fiscal PIC 9(13).
           05 IND-Quote-Part    PIC 9(3).

      *    Meme disposition que C-CONTRIBUABLES-ENREG dans
      *    4-CONTRIBUABLES-MAJ.cbl (prefixe CTB- pour ne pas entrer
      *    en collision avec la cle C-NUMERO-FISCAL des occurrences)
       FD  C-CONTRIBUABLES.
       01  C-CONTRIBUABLES-ENREG.
           05 CTB-Numero-Fiscal PIC 9(13).
           05 CTB-Identite-Suite.
               10 CTB-Prenom PIC X(15).
               10 CTB-Nom PIC X(11).
               10 CTB-Code-Insee PIC 9(5).
           05 CTB-Parts PIC 9V9.
           05 CTB-Statut PIC X(1).
           05 CTB-Sip PIC X(5).

      *    Meme disposition que C-ADRESSES-ENREG dans
      *    4-ADRESSES-MAJ.cbl, qui alimente ce fichier
       FD  F-ADRESSES.
       01  F-ADR-ENREG.
           05 ADR-Numero-Fiscal PIC 9(13).
           05 ADR-Adresse.
               10 ADR-Rue         PIC X(32).
               10 ADR-Complement  PIC X(32).
               10 ADR-Code-Postal PIC X(5).
               10 ADR-Ville       PIC X(26).
           05 ADR-NPAI          PIC X(1).
               88 ADR-EST-NPAI       VALUE "O".
           05 ADR-NPAI-Date     PIC 9(8).
           05 ADR-NPAI-Motif    PIC X(20).
           05 ADR-Residence-Etranger.
               10 ADR-Residence     PIC X(1).
                   88 ADR-EST-NON-RESIDENT   VALUE "E".
               10 ADR-Pays          PIC X(2).
               10 ADR-Code-Postal-Etr PIC X(10).
               10 ADR-Ville-Etr     PIC X(30).
               10 ADR-Pays-Libelle  PIC X(30).

      *    Cle : local et campagne ; une nouvelle campagne reouvre
      *    la detection du local
       FD  C-VACANTS.
       01  C-VAC-ENREG.
           05 VAC-Cle.
               10 VAC-Local            PIC 9(8).
               10 VAC-Annee            PIC 9(4).
           05 VAC-Code-Insee       PIC 9(5).
           05 VAC-Etat             PIC X(1).
               88 VAC-EST-NOTIFIE        VALUE "N".
               88 VAC-EST-JUSTIFIE       VALUE "J".
               88 VAC-EST-TAXE           VALUE "T".
           05 VAC-Date-Notification PIC 9(8).
           05 VAC-Date-Limite      PIC 9(8).
           05 VAC-Date-Etat        PIC 9(8).

      *    Justificatif d'occupation (campagne a 0 = campagne en
      *    cours, date a 0 = date du jour)
       FD  F-JUSTIFICATIFS.
       01  JUS-ENREG.
           05 JUS-Local            PIC 9(8).
           05 JUS-Annee            PIC 9(4).
           05 JUS-Date             PIC 9(8).

      *    Meme disposition que F-OCCURRENCES-ENREG dans
      *    4-OCCURRENCES.cbl, qui relit ce fichier
       FD  F-OCC-VACANTS.
       01  OV-ENREG.
           05 OV-NUMERO-FISCAL  PIC 9(13).
           05 OV-ANNEE          PIC 9(4).
           05 OV-TAXE           PIC X(2).
           05 OV-REVENU         PIC S9(6) SIGN LEADING SEPARATE.
           05 OV-CODE-INSEE     PIC 9(5).
           05 OV-LOCAL          PIC 9(8).
           05 OV-RESIDENCE      PIC X(1).
           05 OV-DATE-DEBUT     PIC 9(8).
           05 OV-DATE-FIN       PIC 9(8).
           05 OV-DATE-DECLARATION PIC 9(8).
           05 OV-SENS           PIC X(1).

       FD  FS.
       01  FS-DATA PIC X(80).

      *    Par local : L = local candidat, H = occupation TH dans la
      *    fenetre de vacance, F = proprietaire (occurrence TF)
       SD  TRI.
       01  T-DATA.
           05 T-Local              PIC 9(8).
           05 T-Genre              PIC X(1).
           05 T-Annee              PIC 9(4).
           05 T-Numero-Fiscal      PIC 9(13).
           05 T-Code-Insee         PIC 9(5).
           05 T-Valeur-Locative    PIC 9(6).
           05 T-Annees-Vacance     PIC 9(1).

       WORKING-STORAGE SECTION.

       01  Affichage.

           05 ARTICLE-LV-TITRE PIC X(60)
              VALUE 'PRE-NOTIFICATION - TAXE SUR LES LOGEMENTS VACANTS'.

           05 ARTICLE-LV-LIGNE PIC X(60) VALUE ALL '-'.

           05 ARTICLE-LV-NUMERO.
               10 FILLER PIC X(20) VALUE 'Numero fiscal'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Numero-Fiscal PIC 9(13).

           05 ARTICLE-LV-IDENTITE.
               10 FILLER PIC X(20) VALUE 'Nom, Prenom'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Nom-Prenom PIC X(30).

           05 ARTICLE-LV-ADRESSE.
               10 FILLER PIC X(20) VALUE 'Adresse'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Adresse PIC X(32).

           05 ARTICLE-LV-ADRESSE-SUITE.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 LV-Adresse-Suite PIC X(32).

           05 ARTICLE-LV-ADRESSE-VILLE.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 LV-Code-Postal PIC X(5).
               10 FILLER PIC X VALUE SPACE.
               10 LV-Ville PIC X(26).

      *    Non-resident : format postal international
           05 ARTICLE-LV-ADRESSE-ETRANGER.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 LV-Code-Postal-Etr PIC X(10).
               10 FILLER PIC X VALUE SPACE.
               10 LV-Ville-Etr PIC X(30).

           05 ARTICLE-LV-ADRESSE-PAYS.
               10 FILLER PIC X(20) VALUE SPACE.
               10 FILLER PIC X VALUE ':'.
               10 LV-Pays-Libelle PIC X(30).

           05 ARTICLE-LV-LOCAL.
               10 FILLER PIC X(20) VALUE 'Local'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Local PIC 9(8).

           05 ARTICLE-LV-COMMUNE.
               10 FILLER PIC X(20) VALUE 'Commune (Insee)'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Code-Insee PIC 9(5).

           05 ARTICLE-LV-VALEUR.
               10 FILLER PIC X(20) VALUE 'Valeur locative'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Valeur-Locative PIC Z(5)9.

           05 ARTICLE-LV-QUOTE-PART.
               10 FILLER PIC X(20) VALUE 'Quote-part (%)'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Quote-Part PIC ZZ9.

           05 ARTICLE-LV-ANNEE.
               10 FILLER PIC X(20) VALUE 'Annee du role'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Annee PIC 9(4).

           05 ARTICLE-LV-VACANCE.
               10 FILLER PIC X(20) VALUE 'Vacant depuis'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Annees-Vacance PIC 9.
               10 FILLER PIC X(8) VALUE ' an(s)'.

           05 ARTICLE-LV-LIMITE.
               10 FILLER PIC X(20) VALUE 'A justifier avant le'.
               10 FILLER PIC X VALUE ':'.
               10 LV-Date-Limite PIC 9(8).

           05 ARTICLE-LV-TEXTE-1 PIC X(60)
              VALUE 'Sans justificatif d''occupation (bail, quittance,'.
           05 ARTICLE-LV-TEXTE-2 PIC X(60)
              VALUE 'facture) recu avant cette date, la taxe sur les'.
           05 ARTICLE-LV-TEXTE-3 PIC X(60)
              VALUE 'logements vacants sera portee au role.'.

           05 ARTICLE-LV-VIDE PIC X(60) VALUE SPACE.

       1   FILE-WORKING-MANAGER.
      * ++===                                fin article rencontre ===++
           05  FIN-PARAM                PIC  X(01) VALUE  SPACE.
               88  FF-PARAM                        VALUE  HIGH-VALUE.
           05  FIN-LOCAUX               PIC  X(01) VALUE  SPACE.
               88  FF-LOCAUX                       VALUE  HIGH-VALUE.
           05  FIN-OCCURRENCES          PIC  X(01) VALUE  SPACE.
               88  FF-OCC                          VALUE  HIGH-VALUE.
           05  FIN-INDIVISION           PIC  X(01) VALUE  SPACE.
               88  FF-INDIVISION                   VALUE  HIGH-VALUE.
           05  FIN-JUSTIFICATIFS        PIC  X(01) VALUE  SPACE.
               88  FF-JUSTIFICATIFS                VALUE  HIGH-VALUE.
           05  FIN-TRI                  PIC  X(01) VALUE  SPACE.
               88  FF-TRI                          VALUE  HIGH-VALUE.

       1   STATUTS-WORKING-MANAGER.
           05  WS-STATUT-PARAM          PIC X(02) VALUE SPACE.
               88  STATUT-PARAM-ABSENT            VALUE "35".
           05  WS-STATUT-ANNEE-ROLE     PIC X(02) VALUE SPACE.
               88  STATUT-ANNEE-ROLE-ABSENT       VALUE "35".
           05  WS-STATUT-LOCAUX         PIC X(02) VALUE SPACE.
               88  STATUT-LOCAUX-ABSENT           VALUE "35".
           05  WS-STATUT-OCCURRENCES    PIC X(02) VALUE SPACE.
               88  STATUT-OCCURRENCES-ABSENT      VALUE "35".
           05  WS-STATUT-INDIVISION     PIC X(02) VALUE SPACE.
               88  STATUT-INDIVISION-ABSENT       VALUE "35".
           05  WS-STATUT-CONTRIBUABLES  PIC X(02) VALUE SPACE.
               88  STATUT-CONTRIBUABLES-ABSENT    VALUE "35".
           05  WS-STATUT-ADRESSES       PIC X(02) VALUE SPACE.
               88  STATUT-ADRESSES-ABSENT         VALUE "35".
           05  WS-STATUT-VACANTS        PIC X(02) VALUE SPACE.
               88  STATUT-VACANTS-ABSENT          VALUE "35".
           05  WS-STATUT-JUSTIFICATIFS  PIC X(02) VALUE SPACE.
               88  STATUT-JUSTIFICATIFS-ABSENT    VALUE "35".

      *    Parametres de la campagne
       1   PARAM-WORKING-MANAGER.
           05  ANNEE-CAMPAGNE           PIC 9(4) VALUE 0.
           05  DATE-DU-JOUR             PIC 9(8) VALUE 0.
           05  DATE-DU-JOUR-DECOUPE REDEFINES DATE-DU-JOUR.
               10  ANNEE-DU-JOUR        PIC 9(4).
               10  FILLER               PIC 9(4).
           05  DELAI-JUSTIFICATION      PIC 9(3) VALUE 30.
           05  NB-COMMUNES-LV           PIC 9(3) VALUE 0.
           05  IDX-COMMUNE-LV           PIC 9(3) VALUE 0.
           05  COMMUNE-LV OCCURS 500 TIMES.
               10  CL-CODE-INSEE        PIC 9(5).
               10  CL-ANNEES            PIC 9(1).
           05  NB-CATEGORIES-HAB        PIC 9(2) VALUE 0.
           05  IDX-CATEGORIE-HAB        PIC 9(2) VALUE 0.
           05  CATEGORIE-HAB OCCURS 20 TIMES PIC X(2).
      *    Resultat des recherches dans les tables ci-dessus
           05  ANNEES-COMMUNE           PIC 9(1) VALUE 0.
           05  COMMUNE-TROUVEE          PIC 9(1) VALUE 0.
               88  COMMUNE-EST-ASSUJETTIE          VALUE 1.
           05  CATEGORIE-TROUVEE        PIC 9(1) VALUE 0.
               88  CATEGORIE-EST-HABITATION        VALUE 1.
           05  ANNEE-OCCURRENCE         PIC 9(4) VALUE 0.

      *    Local en cours (rupture sur T-Local)
       1   LOCAL-WORKING-MANAGER.
           05  LOCAL-EN-COURS           PIC 9(8) VALUE 0.
           05  LOCAL-CANDIDAT           PIC 9(1) VALUE 0.
               88  LOCAL-EST-CANDIDAT              VALUE 1.
           05  LOCAL-OCCUPE             PIC 9(1) VALUE 0.
               88  LOCAL-EST-OCCUPE                VALUE 1.
           05  INSEE-LOCAL              PIC 9(5) VALUE 0.
           05  VALEUR-LOCATIVE-LOCAL    PIC 9(6) VALUE 0.
           05  ANNEES-VACANCE-LOCAL     PIC 9(1) VALUE 0.
           05  PROPRIETAIRE-TF          PIC 9(13) VALUE 0.
           05  DERNIERE-ANNEE-OCCUPEE   PIC 9(4) VALUE 0.
      *    Proprietaires du local : coproprietaires de l'indivision,
      *    a defaut le proprietaire TF pour la totalite
           05  NB-PROPRIETAIRES         PIC 9(2) VALUE 0.
           05  IDX-PROPRIETAIRE         PIC 9(2) VALUE 0.
           05  PROPRIETAIRE OCCURS 20 TIMES.
               10  PR-NUMERO-FISCAL     PIC 9(13).
               10  PR-QUOTE-PART        PIC 9(3).
           05  DATE-JUSTIFICATIF        PIC 9(8) VALUE 0.

       1   COMPTEURS-WORKING-MANAGER.
           05  CPT-LOCAUX-CANDIDATS     PIC 9(6) VALUE 0.
           05  CPT-NOTIFIES             PIC 9(6) VALUE 0.
           05  CPT-LETTRES              PIC 9(6) VALUE 0.
           05  CPT-EN-ATTENTE           PIC 9(6) VALUE 0.
           05  CPT-TAXES                PIC 9(6) VALUE 0.
           05  CPT-OCCURRENCES-EMISES   PIC 9(6) VALUE 0.
           05  CPT-JUSTIFIES            PIC 9(6) VALUE 0.
           05  CPT-OCCUPATIONS          PIC 9(6) VALUE 0.
           05  CPT-DEJA-TRAITES         PIC 9(6) VALUE 0.
           05  CPT-SANS-PROPRIETAIRE    PIC 9(6) VALUE 0.
           05  CPT-INDIVISION-DEBORDEMENT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT DATE-DU-JOUR FROM DATE YYYYMMDD

           PERFORM LIRE-PARAMETRES
           IF NB-COMMUNES-LV = 0 THEN
               DISPLAY "4-LOGEMENTS-VACANTS : aucune commune"
                       " assujettie, rien a detecter"
               PERFORM FIN-PGM
           END-IF

           PERFORM LIRE-ANNEE-CAMPAGNE

           OPEN INPUT C-LOCAUX
           IF STATUT-LOCAUX-ABSENT THEN
               DISPLAY "4-LOGEMENTS-VACANTS : 5-locaux.idx"
                       " introuvable (lancer 4-LOCAUX), rien a"
                       " detecter"
               PERFORM FIN-PGM
           END-IF
           CLOSE C-LOCAUX

           OPEN INPUT C-OCCURRENCES
           IF STATUT-OCCURRENCES-ABSENT THEN
               DISPLAY "4-LOGEMENTS-VACANTS : 5-occurrences.idx"
                       " introuvable, rien a detecter avant le"
                       " premier chargement"
               PERFORM FIN-PGM
           END-IF
           CLOSE C-OCCURRENCES

           OPEN INPUT C-INDIVISION
           IF STATUT-INDIVISION-ABSENT THEN
               DISPLAY "4-LOGEMENTS-VACANTS : 5-indivision.idx"
                       " introuvable, proprietaires pris sur le TF"
           END-IF

           OPEN INPUT C-CONTRIBUABLES
           IF STATUT-CONTRIBUABLES-ABSENT THEN
               DISPLAY "4-LOGEMENTS-VACANTS : 5-contribuables.idx"
                       " introuvable, identites non garnies"
           END-IF

           OPEN INPUT F-ADRESSES
           IF STATUT-ADRESSES-ABSENT THEN
               DISPLAY "4-LOGEMENTS-VACANTS : 5-adresses.idx"
                       " introuvable, lettres sans adresse"
           END-IF

      *    Etats des locaux : l'index est cree au premier passage
      *    (meme idiom que 4-CONTRIBUABLES-MAJ)
           OPEN INPUT C-VACANTS
           IF STATUT-VACANTS-ABSENT THEN
               CLOSE C-VACANTS
               OPEN OUTPUT C-VACANTS
               CLOSE C-VACANTS
           ELSE
               CLOSE C-VACANTS
           END-IF
           OPEN I-O C-VACANTS

      *    Justificatifs d'abord : un local justifie ne recoit ni
      *    lettre ni taxe dans le meme passage
           PERFORM TRAITER-JUSTIFICATIFS

           OPEN OUTPUT F-OCC-VACANTS FS

           SORT TRI
               ON ASCENDING KEY T-Local T-Genre T-Annee
               INPUT PROCEDURE GARNIR-TRI
               OUTPUT PROCEDURE TRAITER-LOCAUX

           CLOSE F-OCC-VACANTS FS C-VACANTS
           IF NOT STATUT-INDIVISION-ABSENT THEN
               CLOSE C-INDIVISION
           END-IF
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               CLOSE C-CONTRIBUABLES
           END-IF
           IF NOT STATUT-ADRESSES-ABSENT THEN
               CLOSE F-ADRESSES
           END-IF

           DISPLAY "4-LOGEMENTS-VACANTS : campagne " ANNEE-CAMPAGNE
                   ", " CPT-LOCAUX-CANDIDATS " local(aux) candidat(s), "
                   CPT-OCCUPATIONS " occupe(s)"
           DISPLAY "4-LOGEMENTS-VACANTS : " CPT-NOTIFIES
                   " local(aux) notifie(s) (" CPT-LETTRES
                   " lettre(s)), " CPT-EN-ATTENTE " en attente, "
                   CPT-JUSTIFIES " justifie(s), " CPT-TAXES
                   " taxe(s) (" CPT-OCCURRENCES-EMISES
                   " occurrence(s) LV)"
           IF CPT-SANS-PROPRIETAIRE > 0 THEN
               DISPLAY "4-LOGEMENTS-VACANTS : "
                       CPT-SANS-PROPRIETAIRE
                       " local(aux) vacant(s) sans proprietaire connu"
           END-IF
           IF CPT-INDIVISION-DEBORDEMENT > 0 THEN
               DISPLAY "4-LOGEMENTS-VACANTS : "
                       CPT-INDIVISION-DEBORDEMENT
                       " coproprietaire(s) au-dela de 20 ignore(s)"
           END-IF

           PERFORM FIN-PGM
           .

      ******************************************************************
      *        PARAMETRES

       LIRE-PARAMETRES.

           OPEN INPUT F-PARAM

           IF STATUT-PARAM-ABSENT THEN
               DISPLAY "0-logements-vacants.param introuvable,"
                       " aucune commune assujettie"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-PARAM
               READ F-PARAM
                   AT END
                       SET FF-PARAM TO TRUE
                   NOT AT END
                       EVALUATE LVP-Type
                           WHEN "C"
                               PERFORM RETENIR-COMMUNE
                           WHEN "H"
                               IF NB-CATEGORIES-HAB < 20 THEN
                                   ADD 1 TO NB-CATEGORIES-HAB
                                   MOVE LVP-Categorie TO
                                     CATEGORIE-HAB(NB-CATEGORIES-HAB)
                               END-IF
                           WHEN "D"
                               IF LVP-Delai-Jours IS NUMERIC THEN
                                   MOVE LVP-Delai-Jours
                                       TO DELAI-JUSTIFICATION
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE F-PARAM
           .

       RETENIR-COMMUNE.

           IF NB-COMMUNES-LV < 500 THEN
               ADD 1 TO NB-COMMUNES-LV
               MOVE LVP-Code-Insee TO CL-CODE-INSEE(NB-COMMUNES-LV)
      *        Une annee de vacance au moins
               IF LVP-Annees IS NUMERIC AND LVP-Annees > 0 THEN
                   MOVE LVP-Annees TO CL-ANNEES(NB-COMMUNES-LV)
               ELSE
                   MOVE 1 TO CL-ANNEES(NB-COMMUNES-LV)
               END-IF
           ELSE
               DISPLAY "0-logements-vacants.param : commune "
                       LVP-Code-Insee " au-dela de 500 ignoree"
           END-IF
           .

      *    Campagne = annee du role (0-annee-roles.param), a defaut
      *    l'annee du jour
       LIRE-ANNEE-CAMPAGNE.

           MOVE ANNEE-DU-JOUR TO ANNEE-CAMPAGNE

           OPEN INPUT F-ANNEE-ROLE
           IF STATUT-ANNEE-ROLE-ABSENT THEN
               EXIT PARAGRAPH
           END-IF

           READ F-ANNEE-ROLE
               AT END
                   CONTINUE
               NOT AT END
                   IF ANR-ANNEE IS NUMERIC AND ANR-ANNEE > 0 THEN
                       MOVE ANR-ANNEE TO ANNEE-CAMPAGNE
                   END-IF
           END-READ
           CLOSE F-ANNEE-ROLE
           .

       RECHERCHER-COMMUNE.

           MOVE 0 TO COMMUNE-TROUVEE ANNEES-COMMUNE
           MOVE 1 TO IDX-COMMUNE-LV
           PERFORM UNTIL IDX-COMMUNE-LV > NB-COMMUNES-LV
               IF CL-CODE-INSEE(IDX-COMMUNE-LV) = LOC-Code-Insee THEN
                   SET COMMUNE-EST-ASSUJETTIE TO TRUE
                   MOVE CL-ANNEES(IDX-COMMUNE-LV) TO ANNEES-COMMUNE
                   MOVE NB-COMMUNES-LV TO IDX-COMMUNE-LV
               END-IF
               ADD 1 TO IDX-COMMUNE-LV
           END-PERFORM
           .

      *    Sans ligne H, toutes les categories sont d'habitation
       RECHERCHER-CATEGORIE.

           IF NB-CATEGORIES-HAB = 0 THEN
               SET CATEGORIE-EST-HABITATION TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CATEGORIE-TROUVEE
           MOVE 1 TO IDX-CATEGORIE-HAB
           PERFORM UNTIL IDX-CATEGORIE-HAB > NB-CATEGORIES-HAB
               IF CATEGORIE-HAB(IDX-CATEGORIE-HAB) = LOC-Categorie
               THEN
                   SET CATEGORIE-EST-HABITATION TO TRUE
                   MOVE NB-CATEGORIES-HAB TO IDX-CATEGORIE-HAB
               END-IF
               ADD 1 TO IDX-CATEGORIE-HAB
           END-PERFORM
           .

      ******************************************************************
      *        JUSTIFICATIFS D'OCCUPATION

       TRAITER-JUSTIFICATIFS.

           OPEN INPUT F-JUSTIFICATIFS

           IF STATUT-JUSTIFICATIFS-ABSENT THEN
               CLOSE F-JUSTIFICATIFS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FF-JUSTIFICATIFS
               READ F-JUSTIFICATIFS
                   AT END
                       SET FF-JUSTIFICATIFS TO TRUE
                   NOT AT END
                       PERFORM ENREGISTRER-JUSTIFICATIF
               END-READ
           END-PERFORM
           CLOSE F-JUSTIFICATIFS

      *    Flux consomme : le fichier est vide (meme idiom que la
      *    representation des rejets de 4-OCCURRENCES)
           OPEN OUTPUT F-JUSTIFICATIFS
           CLOSE F-JUSTIFICATIFS
           .

      *    Un justificatif recu avant la lettre (local pas encore
      *    notifie) cree l'etat directement en J
       ENREGISTRER-JUSTIFICATIF.

           MOVE JUS-Local TO VAC-Local
           IF JUS-Annee = 0 THEN
               MOVE ANNEE-CAMPAGNE TO VAC-Annee
           ELSE
               MOVE JUS-Annee TO VAC-Annee
           END-IF
           IF JUS-Date = 0 THEN
               MOVE DATE-DU-JOUR TO DATE-JUSTIFICATIF
           ELSE
               MOVE JUS-Date TO DATE-JUSTIFICATIF
           END-IF

           READ C-VACANTS
               INVALID KEY
                   MOVE 0 TO VAC-Code-Insee VAC-Date-Notification
                             VAC-Date-Limite
                   SET VAC-EST-JUSTIFIE TO TRUE
                   MOVE DATE-JUSTIFICATIF TO VAC-Date-Etat
                   WRITE C-VAC-ENREG
                   ADD 1 TO CPT-JUSTIFIES
               NOT INVALID KEY
      *            Un local deja taxe ne se justifie plus ici : le
      *            degrevement passe par le contentieux
                   IF VAC-EST-TAXE THEN
                       DISPLAY "4-LOGEMENTS-VACANTS : justificatif"
                               " du local " JUS-Local
                               " deja taxe, ignore"
                   ELSE
                       SET VAC-EST-JUSTIFIE TO TRUE
                       MOVE DATE-JUSTIFICATIF TO VAC-Date-Etat
                       REWRITE C-VAC-ENREG
                       ADD 1 TO CPT-JUSTIFIES
                   END-IF
           END-READ
           .

      ******************************************************************
      *        ALIMENTATION DU TRI : LOCAUX CANDIDATS, OCCUPATIONS TH
      *        ET PROPRIETAIRES TF

       GARNIR-TRI.

           PERFORM GARNIR-TRI-LOCAUX
           PERFORM GARNIR-TRI-OCCURRENCES
           .

      *    Local candidat : commune assujettie, local d'habitation,
      *    non demoli, et existant depuis au moins la duree de
      *    vacance exigee (date de construction inconnue = ancien)
       GARNIR-TRI-LOCAUX.

           OPEN INPUT C-LOCAUX
           PERFORM UNTIL FF-LOCAUX
               READ C-LOCAUX NEXT RECORD
                   AT END
                       SET FF-LOCAUX TO TRUE
                   NOT AT END
                       PERFORM RECHERCHER-COMMUNE
                       PERFORM RECHERCHER-CATEGORIE
                       IF COMMUNE-EST-ASSUJETTIE
                          AND CATEGORIE-EST-HABITATION
                          AND LOC-Date-Demolition = 0
                          AND (LOC-Date-Construction = ZERO
                               OR LOC-Annee-Construction
                                  <= ANNEE-CAMPAGNE - ANNEES-COMMUNE)
                       THEN
                           INITIALIZE T-DATA
                           MOVE LOC-Identifiant TO T-Local
                           MOVE "L" TO T-Genre
                           MOVE LOC-Code-Insee TO T-Code-Insee
                           MOVE LOC-Valeur-Locative
                               TO T-Valeur-Locative
                           MOVE ANNEES-COMMUNE TO T-Annees-Vacance
                           RELEASE T-DATA
                           ADD 1 TO CPT-LOCAUX-CANDIDATS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE C-LOCAUX
           .

      *    Occupations TH et proprietaires TF de tout local, jusqu'a
      *    la campagne ; la duree de vacance propre a la commune est
      *    appliquee a la rupture. Millesime a 0 = campagne.
       GARNIR-TRI-OCCURRENCES.

           OPEN INPUT C-OCCURRENCES
           PERFORM UNTIL FF-OCC
               READ C-OCCURRENCES NEXT RECORD
                   AT END
                       SET FF-OCC TO TRUE
                   NOT AT END
                       IF C-LOCAL > 0
                          AND (C-TAXE = "TH" OR C-TAXE = "TF") THEN
                           IF C-ANNEE = 0 THEN
                               MOVE ANNEE-CAMPAGNE TO ANNEE-OCCURRENCE
                           ELSE
                               MOVE C-ANNEE TO ANNEE-OCCURRENCE
                           END-IF
                           IF ANNEE-OCCURRENCE <= ANNEE-CAMPAGNE THEN
                               INITIALIZE T-DATA
                               MOVE C-LOCAL TO T-Local
                               IF C-TAXE = "TH" THEN
                                   MOVE "H" TO T-Genre
                               ELSE
                                   MOVE "F" TO T-Genre
                               END-IF
                               MOVE ANNEE-OCCURRENCE TO T-Annee
                               MOVE C-NUMERO-FISCAL
                                   TO T-Numero-Fiscal
                               MOVE C-CODE-INSEE TO T-Code-Insee
                               RELEASE T-DATA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE C-OCCURRENCES
           .

      ******************************************************************
      *        RUPTURE PAR LOCAL

       TRAITER-LOCAUX.

           PERFORM UNTIL FF-TRI
               RETURN TRI
                   AT END
                       SET FF-TRI TO TRUE
                       PERFORM TRAITER-LOCAL
                   NOT AT END
                       IF T-Local NOT = LOCAL-EN-COURS THEN
                           PERFORM TRAITER-LOCAL
                           MOVE T-Local TO LOCAL-EN-COURS
                       END-IF
                       PERFORM RETENIR-LIGNE-TRI
               END-RETURN
           END-PERFORM
           .

      *    Genres tries F, H, L : le proprietaire TF est le plus
      *    recent (annees croissantes), la derniere annee occupee
      *    est retenue et jugee a la rupture contre la duree de la
      *    commune portee par la ligne L
       RETENIR-LIGNE-TRI.

           EVALUATE T-Genre
               WHEN "F"
                   MOVE T-Numero-Fiscal TO PROPRIETAIRE-TF
               WHEN "H"
                   IF T-Annee > DERNIERE-ANNEE-OCCUPEE THEN
                       MOVE T-Annee TO DERNIERE-ANNEE-OCCUPEE
                   END-IF
               WHEN "L"
                   SET LOCAL-EST-CANDIDAT TO TRUE
                   MOVE T-Code-Insee TO INSEE-LOCAL
                   MOVE T-Valeur-Locative TO VALEUR-LOCATIVE-LOCAL
                   MOVE T-Annees-Vacance TO ANNEES-VACANCE-LOCAL
           END-EVALUATE
           .

       TRAITER-LOCAL.

           IF LOCAL-EST-CANDIDAT THEN
      *        Vacant : aucune TH sur les N annees qui precedent la
      *        campagne, ni sur la campagne elle-meme
               IF DERNIERE-ANNEE-OCCUPEE > 0
                  AND DERNIERE-ANNEE-OCCUPEE
                      >= ANNEE-CAMPAGNE - ANNEES-VACANCE-LOCAL THEN
                   SET LOCAL-EST-OCCUPE TO TRUE
               END-IF
               PERFORM TRAITER-LOCAL-CANDIDAT
           END-IF

           MOVE 0 TO LOCAL-CANDIDAT LOCAL-OCCUPE INSEE-LOCAL
                     VALEUR-LOCATIVE-LOCAL ANNEES-VACANCE-LOCAL
                     PROPRIETAIRE-TF DERNIERE-ANNEE-OCCUPEE
           .

       TRAITER-LOCAL-CANDIDAT.

           MOVE LOCAL-EN-COURS TO VAC-Local
           MOVE ANNEE-CAMPAGNE TO VAC-Annee

           READ C-VACANTS
               INVALID KEY
                   IF NOT LOCAL-EST-OCCUPE THEN
                       PERFORM NOTIFIER-LOCAL
                   ELSE
                       ADD 1 TO CPT-OCCUPATIONS
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
      *                Occupation constatee depuis la lettre (TH
      *                chargee entre-temps) : vaut justificatif
                       WHEN VAC-EST-NOTIFIE AND LOCAL-EST-OCCUPE
                           SET VAC-EST-JUSTIFIE TO TRUE
                           MOVE DATE-DU-JOUR TO VAC-Date-Etat
                           REWRITE C-VAC-ENREG
                           ADD 1 TO CPT-OCCUPATIONS
                       WHEN VAC-EST-NOTIFIE
                            AND DATE-DU-JOUR > VAC-Date-Limite
                           PERFORM TAXER-LOCAL
                       WHEN VAC-EST-NOTIFIE
                           ADD 1 TO CPT-EN-ATTENTE
                       WHEN OTHER
                           ADD 1 TO CPT-DEJA-TRAITES
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *        PRE-NOTIFICATION : ETAT N ET LETTRE A CHAQUE PROPRIETAIRE

       NOTIFIER-LOCAL.

           PERFORM CHARGER-PROPRIETAIRES
           IF NB-PROPRIETAIRES = 0 THEN
               ADD 1 TO CPT-SANS-PROPRIETAIRE
               EXIT PARAGRAPH
           END-IF

           MOVE LOCAL-EN-COURS TO VAC-Local
           MOVE ANNEE-CAMPAGNE TO VAC-Annee
           MOVE INSEE-LOCAL TO VAC-Code-Insee
           SET VAC-EST-NOTIFIE TO TRUE
           MOVE DATE-DU-JOUR TO VAC-Date-Notification VAC-Date-Etat
           COMPUTE VAC-Date-Limite = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR)
                   + DELAI-JUSTIFICATION)
           WRITE C-VAC-ENREG
           ADD 1 TO CPT-NOTIFIES

           MOVE 1 TO IDX-PROPRIETAIRE
           PERFORM UNTIL IDX-PROPRIETAIRE > NB-PROPRIETAIRES
               PERFORM ECRIRE-LETTRE
               ADD 1 TO IDX-PROPRIETAIRE
           END-PERFORM
           .

      *    Coproprietaires de 5-indivision.idx (cle local + numero
      *    fiscal : START au premier du local), a defaut le
      *    proprietaire de la derniere occurrence TF
       CHARGER-PROPRIETAIRES.

           MOVE 0 TO NB-PROPRIETAIRES

           IF NOT STATUT-INDIVISION-ABSENT THEN
               MOVE SPACE TO FIN-INDIVISION
               MOVE LOCAL-EN-COURS TO IND-Local
               MOVE 0 TO IND-Numero-Fiscal
               START C-INDIVISION KEY NOT < IND-Cle
                   INVALID KEY
                       SET FF-INDIVISION TO TRUE
               END-START
               PERFORM UNTIL FF-INDIVISION
                   READ C-INDIVISION NEXT RECORD
                       AT END
                           SET FF-INDIVISION TO TRUE
                       NOT AT END
                           IF IND-Local NOT = LOCAL-EN-COURS THEN
                               SET FF-INDIVISION TO TRUE
                           ELSE
                               PERFORM RETENIR-COPROPRIETAIRE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF NB-PROPRIETAIRES = 0 AND PROPRIETAIRE-TF > 0 THEN
               MOVE 1 TO NB-PROPRIETAIRES
               MOVE PROPRIETAIRE-TF TO PR-NUMERO-FISCAL(1)
               MOVE 100 TO PR-QUOTE-PART(1)
           END-IF
           .

       RETENIR-COPROPRIETAIRE.

           IF NB-PROPRIETAIRES < 20 THEN
               ADD 1 TO NB-PROPRIETAIRES
               MOVE IND-Numero-Fiscal
                   TO PR-NUMERO-FISCAL(NB-PROPRIETAIRES)
               MOVE IND-Quote-Part TO PR-QUOTE-PART(NB-PROPRIETAIRES)
           ELSE
               ADD 1 TO CPT-INDIVISION-DEBORDEMENT
           END-IF
           .

       ECRIRE-LETTRE.

           MOVE ARTICLE-LV-TITRE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LV-LIGNE TO FS-DATA
           WRITE FS-DATA

           MOVE PR-NUMERO-FISCAL(IDX-PROPRIETAIRE) TO LV-Numero-Fiscal
           MOVE ARTICLE-LV-NUMERO TO FS-DATA
           WRITE FS-DATA

           INITIALIZE LV-Nom-Prenom
           IF NOT STATUT-CONTRIBUABLES-ABSENT THEN
               MOVE PR-NUMERO-FISCAL(IDX-PROPRIETAIRE)
                   TO CTB-Numero-Fiscal
               READ C-CONTRIBUABLES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(CTB-Nom) DELIMITED BY SIZE
                              ', ' DELIMITED BY SIZE
                              CTB-Prenom DELIMITED BY SPACE
                       INTO LV-Nom-Prenom
               END-READ
           END-IF
           MOVE ARTICLE-LV-IDENTITE TO FS-DATA
           WRITE FS-DATA

           IF NOT STATUT-ADRESSES-ABSENT THEN
               MOVE PR-NUMERO-FISCAL(IDX-PROPRIETAIRE)
                   TO ADR-Numero-Fiscal
               READ F-ADRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ECRIRE-BLOC-ADRESSE
               END-READ
           END-IF

           MOVE ARTICLE-LV-VIDE TO FS-DATA
           WRITE FS-DATA

           MOVE LOCAL-EN-COURS TO LV-Local
           MOVE ARTICLE-LV-LOCAL TO FS-DATA
           WRITE FS-DATA
           MOVE INSEE-LOCAL TO LV-Code-Insee
           MOVE ARTICLE-LV-COMMUNE TO FS-DATA
           WRITE FS-DATA
           MOVE VALEUR-LOCATIVE-LOCAL TO LV-Valeur-Locative
           MOVE ARTICLE-LV-VALEUR TO FS-DATA
           WRITE FS-DATA
           MOVE PR-QUOTE-PART(IDX-PROPRIETAIRE) TO LV-Quote-Part
           MOVE ARTICLE-LV-QUOTE-PART TO FS-DATA
           WRITE FS-DATA
           MOVE ANNEE-CAMPAGNE TO LV-Annee
           MOVE ARTICLE-LV-ANNEE TO FS-DATA
           WRITE FS-DATA
           MOVE ANNEES-VACANCE-LOCAL TO LV-Annees-Vacance
           MOVE ARTICLE-LV-VACANCE TO FS-DATA
           WRITE FS-DATA
           MOVE VAC-Date-Limite TO LV-Date-Limite
           MOVE ARTICLE-LV-LIMITE TO FS-DATA
           WRITE FS-DATA

           MOVE ARTICLE-LV-VIDE TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LV-TEXTE-1 TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LV-TEXTE-2 TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LV-TEXTE-3 TO FS-DATA
           WRITE FS-DATA
           MOVE ARTICLE-LV-VIDE TO FS-DATA
           WRITE FS-DATA

           ADD 1 TO CPT-LETTRES
           .

      *    Bloc adresse sur le modele de 7-RELANCES ; un
      *    non-resident recoit sa lettre au format international
       ECRIRE-BLOC-ADRESSE.

           MOVE ADR-Rue TO LV-Adresse
           MOVE ARTICLE-LV-ADRESSE TO FS-DATA
           WRITE FS-DATA

           IF ADR-Complement NOT = SPACE THEN
               MOVE ADR-Complement TO LV-Adresse-Suite
               MOVE ARTICLE-LV-ADRESSE-SUITE TO FS-DATA
               WRITE FS-DATA
           END-IF

           IF ADR-EST-NON-RESIDENT THEN
               MOVE ADR-Code-Postal-Etr TO LV-Code-Postal-Etr
               MOVE ADR-Ville-Etr TO LV-Ville-Etr
               MOVE ARTICLE-LV-ADRESSE-ETRANGER TO FS-DATA
               WRITE FS-DATA
               MOVE ADR-Pays-Libelle TO LV-Pays-Libelle
               MOVE ARTICLE-LV-ADRESSE-PAYS TO FS-DATA
               WRITE FS-DATA
               EXIT PARAGRAPH
           END-IF

           MOVE ADR-Code-Postal TO LV-Code-Postal
           MOVE ADR-Ville TO LV-Ville
           MOVE ARTICLE-LV-ADRESSE-VILLE TO FS-DATA
           WRITE FS-DATA
           .

      ******************************************************************
      *        DELAI ECHU SANS JUSTIFICATIF : OCCURRENCES LV ET ETAT T

      *    Une occurrence par proprietaire sur la valeur locative
      *    entiere : 5-ROLES applique la quote-part de l'indivision
      *    comme pour le TF
       TAXER-LOCAL.

           PERFORM CHARGER-PROPRIETAIRES
           IF NB-PROPRIETAIRES = 0 THEN
               ADD 1 TO CPT-SANS-PROPRIETAIRE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO IDX-PROPRIETAIRE
           PERFORM UNTIL IDX-PROPRIETAIRE > NB-PROPRIETAIRES
               INITIALIZE OV-ENREG
               MOVE PR-NUMERO-FISCAL(IDX-PROPRIETAIRE)
                   TO OV-NUMERO-FISCAL
               MOVE ANNEE-CAMPAGNE TO OV-ANNEE
               MOVE "LV" TO OV-TAXE
               MOVE VALEUR-LOCATIVE-LOCAL TO OV-REVENU
               MOVE INSEE-LOCAL TO OV-CODE-INSEE
               MOVE LOCAL-EN-COURS TO OV-LOCAL
               MOVE SPACE TO OV-RESIDENCE OV-SENS
               WRITE OV-ENREG
               ADD 1 TO CPT-OCCURRENCES-EMISES
               ADD 1 TO IDX-PROPRIETAIRE
           END-PERFORM

           SET VAC-EST-TAXE TO TRUE
           MOVE DATE-DU-JOUR TO VAC-Date-Etat
           REWRITE C-VAC-ENREG
           ADD 1 TO CPT-TAXES
           .

       FIN-PGM.
           STOP RUN.
