              ORGANIZATION LINE SEQUENTIAL FILE STATUS FS-MATREF.
       SELECT ABSENCES ASSIGN TO "absences.idx" ORGANIZATION INDEXED
              ACCESS DYNAMIC RECORD KEY AB-CLE FILE STATUS FS-ABS.
       SELECT ABSENCES-ANC ASSIGN TO "absences.idx"
              ORGANIZATION INDEXED ACCESS SEQUENTIAL
              RECORD KEY ABA-CLE FILE STATUS FS-ABS-ANC.
       SELECT ABS-TRANSIT ASSIGN TO "absences.tmp"
              ORGANIZATION LINE SEQUENTIAL FILE STATUS FS-ABS-TRANSIT.
       SELECT ARCHIVE ASSIGN TO ARCHIVE-NOM
              ORGANIZATION LINE SEQUENTIAL FILE STATUS FS-ARCH.
       SELECT ELEVES-AN ASSIGN TO "eleves.csv"
              ORGANIZATION LINE SEQUENTIAL.
       SELECT CLOTURE ASSIGN TO "cloture.txt"
              ORGANIZATION LINE SEQUENTIAL.
       SELECT CLASSES ASSIGN TO "classes.csv"
              ORGANIZATION LINE SEQUENTIAL FILE STATUS FS-CLASSES.
       SELECT OPTIONAL AUDIT ASSIGN TO "audit.txt"
              ORGANIZATION LINE SEQUENTIAL FILE STATUS FS-AUDIT.
       SELECT PERIODES ASSIGN TO "periodes.csv"
              ORGANIZATION LINE SEQUENTIAL FILE STATUS FS-PERIODES.


       DATA DIVISION.
       FILE SECTION.

       FD NOTES.
      * *** une base de notes pour tout l'etablissement : chaque ***
      * *** ligne porte l'identifiant et le nom de l'eleve, et le ***
      * *** code de sa classe en fin de ligne                     ***
       01 NOTES-ENRG.
         05 N-ELEVE-ID PIC 9(3).
         05 N-MAT PIC X(50).
           88 N-MOY-OK VALUE 00.00 THRU 20.00.
         05 N-COEFF PIC 9.
         05 N-PERIODE PIC 9.
         05 N-CLASSE PIC X(5).

       FD NIDX.
       01 NIDX-ENRG.
         05 NIDX-CLE.
           10 NIDX-CLASSE PIC X(5).
           10 NIDX-ELEVE-ID PIC 9(3).
           10 NIDX-MAT PIC X(50).
         05 NIDX-ELEVE-NOM PIC X(30).

       FD MATIERES.
      * *** referentiel des matieres valides : libelle;coefficient ***
      * *** et, en option, ;O pour une matiere principale         ***
       01 MATREF-LIGNE PIC X(60).

       FD ARCHIVE.

       FD ELEVES-AN.
      * *** liste des eleves reportee sur la nouvelle annee :    ***
      * *** id;nom;decision;classe suivante;classe close         ***
       01 ELEVES-AN-LIGNE PIC X(60).

       FD CLOTURE.
       01 CLOTURE-LIGNE PIC X(80).

       FD CLASSES.
      * *** referentiel des classes : code;classe de l'annee      ***
      * *** suivante (vide = fin de cycle, l'eleve sort)         ***
       01 CLASSES-LIGNE PIC X(30).

       FD AUDIT.
      * *** journal des modifications de notes : qui, quand, quoi ***
      * *** et les valeurs avant / apres                          ***
       01 AUDIT-ENRG.
         05 AU-DATE PIC 9(8).
         05 AU-HEURE PIC 9(6).
         05 AU-PROF PIC X(8).
         05 AU-ACTION PIC X(6).
         05 AU-CLASSE PIC X(5).
         05 AU-ELEVE-ID PIC 9(3).
         05 AU-MAT PIC X(50).
         05 AU-ANC-PERIODE PIC 9.
         05 AU-ANC-MOY PIC 99V99.
         05 AU-ANC-COEFF PIC 9.
         05 AU-NOU-PERIODE PIC 9.
         05 AU-NOU-MOY PIC 99V99.
         05 AU-NOU-COEFF PIC 9.
         05 AU-APRES-CLOTURE PIC X.
           88 AU-APRES-CLOTURE-OUI VALUE 'O'.

       FD PERIODES.
      * *** trimestres clos : trimestre;date;heure de cloture    ***
       01 PERIODES-LIGNE PIC X(30).

       FD ABSENCES.
      * *** assiduite : absences justifiees / non justifiees et  ***
      * *** retards par classe, eleve et trimestre               ***
       01 ABS-ENRG.
         05 AB-CLE.
           10 AB-CLASSE PIC X(5).
           10 AB-ELEVE-ID PIC 9(3).
           10 AB-PERIODE PIC 9.
         05 AB-ELEVE-NOM PIC X(30).
         05 AB-ABS-NJ PIC 9(3).
         05 AB-RETARDS PIC 9(3).

       FD ABSENCES-ANC.
      * *** absences.idx d'avant les classes multiples : la cle  ***
      * *** ne portait pas la classe - lu une seule fois, pour   ***
      * *** la conversion                                        ***
       01 ABA-ENRG.
         05 ABA-CLE.
           10 ABA-ELEVE-ID PIC 9(3).
           10 ABA-PERIODE PIC 9.
         05 ABA-ELEVE-NOM PIC X(30).
         05 ABA-ABS-J PIC 9(3).
         05 ABA-ABS-NJ PIC 9(3).
         05 ABA-RETARDS PIC 9(3).

       FD ABS-TRANSIT.
      * *** copie de travail de l'ancien fichier pendant la      ***
      * *** conversion                                           ***
       01 ABT-ENRG PIC X(43).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                                donnees de traitement ===++
          88 MENU-CHOIX-CORRIGER-ABS VALUE 15.
          88 MENU-CHOIX-ASSIDUITE VALUE 16.
          88 MENU-CHOIX-CLOTURE VALUE 17.
          88 MENU-CHOIX-CLASSE VALUE 18.
          88 MENU-CHOIX-ETABLISSEMENT VALUE 19.
          88 MENU-CHOIX-CLORE-PERIODE VALUE 20.
          88 MENU-CHOIX-JOURNAL VALUE 21.
          88 MENU-CHOIX-RISQUES VALUE 22.
          88 MENU-CHOIX-QUITTER VALUE 23.

       01 RECHERCHES.
          05 RECH-CLASSE PIC X(5).
          05 RECH-ELEVE-ID PIC 9(3).
          05 RECH-MAT PIC X(50).
          05 RECH-ELEVE-NOM PIC X(30).
      * ++===                    eleve selectionne                 ===++
      * ++============================================================++
       01 ELEVE-COURANT.
          05 EC-CLASSE PIC X(5) VALUE SPACES.
          05 EC-ID PIC 9(3) VALUE 1.
          05 EC-NOM PIC X(30) VALUE SPACES.

          05 IMP-MOY-X PIC X(10).
          05 IMP-COEFF-X PIC X(5).
          05 IMP-PERIODE-X PIC X(5).
          05 IMP-CLASSE-X PIC X(10).
       01 IMP-LIGNE-NO PIC 9(5) VALUE 0.
       01 IMP-CHARGES PIC 9(5) VALUE 0.
       01 IMP-REJETES PIC 9(5) VALUE 0.
             10 SM-MAX PIC 99V99.
             10 SM-SOMME PIC 9(5)V99.
             10 SM-NB PIC 9(3).
      * *** taille d'un etablissement entier : la cloture de fin ***
      * *** d'annee cumule toutes les classes dans cette table   ***
       01 STAT-ELEVES.
          05 SE-NB-ELV PIC 9(4) VALUE 0.
          05 SE-ENTREE OCCURS 3000.
             10 SE-CLASSE PIC X(5).
             10 SE-ID PIC 9(3).
             10 SE-NOM PIC X(30).
             10 SE-MOYC PIC 9(5)V99.
             10 SE-COEF PIC 9(3).
             10 SE-MOYG PIC 99V99.
       01 SE-PERMUT.
          05 SP-CLASSE PIC X(5).
          05 SP-ID PIC 9(3).
          05 SP-NOM PIC X(30).
          05 SP-MOYC PIC 9(5)V99.
          05 SP-COEF PIC 9(3).
          05 SP-MOYG PIC 99V99.
       01 SE-MAX-ELV PIC 9(4) VALUE 3000.
       01 SE-DEBORDE PIC X VALUE 'N'.
          88 SE-DEBORDE-OUI VALUE 'O'.
       01 ST-I PIC 9(4) VALUE 0.
       01 ST-J PIC 9(4) VALUE 0.
       01 ST-TROUVE PIC 9(4) VALUE 0.
       01 ST-RANG PIC 9(3) VALUE 0.
       01 ST-MOY-EDIT PIC X(5) VALUE SPACES.

      * ++============================================================++
      * ++===      memoire de la derniere suppression (annulation) ===++
      * ++============================================================++
       01 DERNIERE-SUPPRESSION.
          05 DSUP-CLASSE PIC X(5).
          05 DSUP-ELEVE-ID PIC 9(3).
          05 DSUP-ELEVE-NOM PIC X(30).
          05 DSUP-MOY PIC 99V99.
          05 MR-ENTREE OCCURS 50.
             10 MR-MAT PIC X(50).
             10 MR-COEFF PIC 9.
             10 MR-PRINCIPALE PIC X.
               88 MR-PRINCIPALE-OUI VALUE 'O'.
       01 MATREF-CHAMPS.
          05 MRF-MAT-X PIC X(50).
          05 MRF-COEFF-X PIC X(5).
          05 MRF-PRINC-X PIC X(5).
       01 MR-I PIC 9(3) VALUE 0.
       01 MR-TROUVE PIC 9(3) VALUE 0.
       01 MR-CHERCHE PIC X(50) VALUE SPACES.
       01 MR-CHOIX PIC 9 VALUE 0.
       01 MR-SAISIE-MAT PIC X(50) VALUE SPACES.
       01 MR-SAISIE-COEFF PIC 9 VALUE 1.
       01 MR-LIGNE PIC X(60) VALUE SPACES.

      * ++============================================================++
      * ++===   assiduite : saisie, correction et resume de terme  ===++
      * ++============================================================++
       77 FS-ABS PIC 99 VALUE 0.
          88 FS-ABS-OK VALUE 0.
          88 FS-ABS-ABSENT VALUE 35.
          88 FS-ABS-ANCIEN VALUE 39.
       77 FS-ABS-ANC PIC 99 VALUE 0.
          88 FS-ABS-ANC-OK VALUE 0.
       77 FS-ABS-TRANSIT PIC 99 VALUE 0.
          88 FS-ABS-TRANSIT-OK VALUE 0.
       77 ABS-CONV-NB PIC 9(5) VALUE 0.
       77 ABS-END PIC X VALUE SPACE.
          88 ABS-END-OK VALUE HIGH-VALUES.
       01 AB-TYPE PIC X VALUE SPACE.
       01 CL-PASSAGE PIC 9(3) VALUE 0.
       01 CL-REDOUBLE PIC 9(3) VALUE 0.
       01 CL-DECISION PIC X(12) VALUE SPACES.
       01 CL-NOUVELLE-CLASSE PIC X(5) VALUE SPACES.
       01 CL-SORTANTS PIC 9(3) VALUE 0.
       01 BULL-END PIC X VALUE SPACE.
          88 BULL-END-OK VALUE HIGH-VALUES.
       77 FS-BULL-IN PIC 99 VALUE 0.

      * ++============================================================++
      * ++===   referentiel des classes et passage a la classe      ==++
      * ++===   de l'annee suivante                                 ==++
      * ++============================================================++
       77 FS-CLASSES PIC 99 VALUE 0.
          88 FS-CLASSES-OK VALUE 0.
       77 CLASSES-END PIC X VALUE SPACE.
          88 CLASSES-END-OK VALUE HIGH-VALUES.
       01 TAB-CLASSES.
          05 CR-NB PIC 9(3) VALUE 0.
          05 CR-ENTREE OCCURS 30.
             10 CR-CLASSE PIC X(5).
             10 CR-SUIVANTE PIC X(5).
       01 CLASSES-CHAMPS.
          05 CRF-CLASSE-X PIC X(10).
          05 CRF-SUIVANTE-X PIC X(10).
       01 CR-I PIC 9(3) VALUE 0.
       01 CR-TROUVE PIC 9(3) VALUE 0.
       01 CR-CHERCHE PIC X(5) VALUE SPACES.
       01 CR-MODIFIE PIC X VALUE 'N'.

      * ++============================================================++
      * ++===   rapport d'etablissement : moyennes des classes par  ==++
      * ++===   matiere                                             ==++
      * ++============================================================++
       01 ETAB-CLASSES.
          05 EK-NB PIC 9(3) VALUE 0.
          05 EK-ENTREE OCCURS 30.
             10 EK-CLASSE PIC X(5).
             10 EK-MOYC PIC 9(7)V99.
             10 EK-COEF PIC 9(5).
             10 EK-MOYG PIC 99V99.
             10 EK-MATIERE OCCURS 50.
                15 EK-SOMME PIC 9(5)V99.
                15 EK-NBN PIC 9(3).
       01 EK-I PIC 9(3) VALUE 0.
       01 EK-TROUVE PIC 9(3) VALUE 0.
       01 EK-MOY-ETAB PIC 99V99 VALUE 0.
       01 EK-ECART PIC S99V99 VALUE 0.
       01 EK-ECART-EDIT PIC +Z9.99.

      * ++============================================================++
      * ++===   journal des modifications de notes et cloture des  ==++
      * ++===   trimestres                                          ==++
      * ++============================================================++
       01 PROFESSEUR-COURANT.
          05 PC-ID PIC X(8) VALUE SPACES.
       77 FS-AUDIT PIC 99 VALUE 0.
          88 FS-AUDIT-OK VALUE 0.
       77 AUDIT-END PIC X VALUE SPACE.
          88 AUDIT-END-OK VALUE HIGH-VALUES.
       01 AUDIT-COURANT.
          05 AC-DATE PIC 9(8).
          05 AC-HEURE PIC 9(6).
          05 AC-PROF PIC X(8).
          05 AC-ACTION PIC X(6).
          05 AC-CLASSE PIC X(5).
          05 AC-ELEVE-ID PIC 9(3).
          05 AC-MAT PIC X(50).
          05 AC-ANC-PERIODE PIC 9.
          05 AC-ANC-MOY PIC 99V99.
          05 AC-ANC-COEFF PIC 9.
          05 AC-NOU-PERIODE PIC 9.
          05 AC-NOU-MOY PIC 99V99.
          05 AC-NOU-COEFF PIC 9.
          05 AC-APRES-CLOTURE PIC X.
       01 AC-HEURE-LUE PIC 9(8) VALUE 0.
       77 FS-PERIODES PIC 99 VALUE 0.
          88 FS-PERIODES-OK VALUE 0.
       77 PERIODES-END PIC X VALUE SPACE.
          88 PERIODES-END-OK VALUE HIGH-VALUES.
       01 TAB-PERIODES.
          05 TP-ENTREE OCCURS 3.
             10 TP-DATE PIC 9(8).
             10 TP-HEURE PIC 9(6).
       01 PERIODES-CHAMPS.
          05 TPF-PERIODE-X PIC X(5).
          05 TPF-DATE-X PIC X(10).
          05 TPF-HEURE-X PIC X(10).
       01 TP-I PIC 9 VALUE 0.
       01 JOURNAL-CRITERES.
          05 JA-CRITERE PIC X VALUE 'E'.
            88 JA-PAR-PROF VALUE 'P' 'p'.
          05 JA-PROF PIC X(8) VALUE SPACES.
          05 JA-DU-X PIC X(10) VALUE SPACES.
          05 JA-AU-X PIC X(10) VALUE SPACES.
          05 JA-DU PIC 9(8) VALUE 0.
          05 JA-AU PIC 9(8) VALUE 99999999.
       01 JA-LUES PIC 9(5) VALUE 0.
       01 JA-RETENUES PIC 9(5) VALUE 0.
       01 JA-SIGNALEES PIC 9(5) VALUE 0.
       01 JA-ANC-EDIT PIC X(5) VALUE SPACES.
       01 JA-NOU-EDIT PIC X(5) VALUE SPACES.
       01 JA-MARQUE PIC X VALUE SPACE.

      * ++============================================================++
      * ++===   alerte du conseil de classe : baisse de moyenne,    ==++
      * ++===   matieres principales sous le seuil, assiduite       ==++
      * ++============================================================++
       01 RISQUES-ELEVES.
          05 RQ-NB PIC 9(3) VALUE 0.
          05 RQ-ENTREE OCCURS 200.
             10 RQ-ID PIC 9(3).
             10 RQ-NOM PIC X(30).
             10 RQ-PERIODE OCCURS 3.
                15 RQ-MOYC PIC 9(5)V99.
                15 RQ-COEF PIC 9(3).
                15 RQ-MOY PIC 99V99.
             10 RQ-FAIBLES PIC 9(2).
             10 RQ-FAIBLE OCCURS 3.
                15 RQ-F-MAT PIC X(20).
                15 RQ-F-MOY PIC 99V99.
             10 RQ-ABS-NJ PIC 9(4).
             10 RQ-RETARDS PIC 9(4).
             10 RQ-BAISSE PIC 99V99.
             10 RQ-BAISSE-DE PIC 9.
             10 RQ-BAISSE-A PIC 9.
             10 RQ-SCORE PIC 9.
       01 RQ-PERMUT PIC X(164).
       01 RQ-I PIC 9(3) VALUE 0.
       01 RQ-J PIC 9(3) VALUE 0.
       01 RQ-TROUVE PIC 9(3) VALUE 0.
       01 RQ-CHERCHE-ID PIC 9(3) VALUE 0.
       01 RQ-CHERCHE-NOM PIC X(30) VALUE SPACES.
       01 RQ-P PIC 9 VALUE 0.
       01 RQ-PREC PIC 9 VALUE 0.
       01 RQ-ECART PIC S99V99 VALUE 0.
       01 RQ-SEUIL-BAISSE PIC 99V99 VALUE 2.00.
       01 RQ-LIMITE-NJ PIC 9(3) VALUE 4.
       01 RQ-LIMITE-RETARDS PIC 9(3) VALUE 6.
       01 RQ-SAISIE PIC X(6) VALUE SPACES.
       01 RQ-PRINC-DEFINIES PIC X VALUE 'N'.
       01 RQ-PRINCIPALE PIC X VALUE 'N'.
       01 RQ-NIVEAU PIC X(10) VALUE SPACES.
       01 RQ-SIGNALES PIC 9(3) VALUE 0.
       01 RQ-TENDANCE-LIGNE PIC X(80) VALUE SPACES.
       01 RQ-PTR PIC 9(3) VALUE 0.


       PROCEDURE DIVISION.
      * ****************************************************************

       PERFORM CHARGER-MATREF

       PERFORM CHARGER-PERIODES

       PERFORM CONTROLER-ABSENCES

       PERFORM SELECTIONNER-PROFESSEUR

       PERFORM SELECTIONNER-CLASSE

       PERFORM SELECTIONNER-ELEVE

       PERFORM UNTIL MENU-CHOIX-QUITTER
           WHEN MENU-CHOIX-CLOTURE
             PERFORM  CLOTURE-ANNEE

      * *** Choisir la classe courante ***
           WHEN MENU-CHOIX-CLASSE
             PERFORM  SELECTIONNER-CLASSE

      * *** Comparer les moyennes des classes par matiere ***
           WHEN MENU-CHOIX-ETABLISSEMENT
             PERFORM  RAPPORT-ETABLISSEMENT

      * *** Clore un trimestre ***
           WHEN MENU-CHOIX-CLORE-PERIODE
             PERFORM  CLORE-PERIODE

      * *** Journal des modifications de notes ***
           WHEN MENU-CHOIX-JOURNAL
             PERFORM  RAPPORT-AUDIT

      * *** Eleves en difficulte pour le conseil de classe ***
           WHEN MENU-CHOIX-RISQUES
             PERFORM  RAPPORT-RISQUES



       END-PERFORM
         DISPLAY "15 : Corriger les compteurs d'assiduite"
         DISPLAY "16 : Resume d'assiduite de la classe"
         DISPLAY "17 : Cloture de fin d'annee"
         DISPLAY "18 : Choisir la classe"
         DISPLAY "19 : Rapport d'etablissement (moyennes des classes)"
         DISPLAY "20 : Clore un trimestre"
         DISPLAY "21 : Journal des modifications de notes"
         DISPLAY "22 : Eleves en difficulte (conseil de classe)"
         DISPLAY "23 : Quitter"

         DISPLAY " "
         DISPLAY "Choix : " WITH NO ADVANCING
       DISPLAY "Nom de l'eleve ?" WITH NO ADVANCING
       ACCEPT EC-NOM
       MOVE FUNCTION UPPER-CASE(EC-NOM) TO EC-NOM
       DISPLAY "Eleve courant : " EC-CLASSE " " EC-ID " " EC-NOM
       .

      * *** Procédure pour identifier le professeur ***
       SELECTIONNER-PROFESSEUR.
       DISPLAY "Identifiant professeur ?" WITH NO ADVANCING
       ACCEPT PC-ID
       MOVE FUNCTION UPPER-CASE(PC-ID) TO PC-ID
       .

      * *** Procédure pour choisir la classe courante ***
       SELECTIONNER-CLASSE.
       DISPLAY "Classe (ex. 6A) ?" WITH NO ADVANCING
       ACCEPT EC-CLASSE
       MOVE FUNCTION UPPER-CASE(EC-CLASSE) TO EC-CLASSE
       DISPLAY "Classe courante : " EC-CLASSE
       .

      * *** Procédure pour enregistrer une note ***
           AT END
             SET PERF-END-OK TO TRUE
           NOT AT END
             PERFORM NOTES-VERS-NIDX
             WRITE       NIDX-ENRG
                     INVALID KEY
                       DISPLAY "PB ecriture : ix12.idx"
             END-WRITE
           AT END
             SET PERF-END-OK TO TRUE
           NOT AT END
             PERFORM NIDX-VERS-NOTES
             WRITE NOTES-ENRG
         END-READ
       END-PERFORM

       CLOSE NOTES NIDX
       .

      * *** notes.csv garde la classe en fin de ligne : les      ***
      * *** fichiers d'avant les classes se chargent sans classe  ***
       NOTES-VERS-NIDX.
       MOVE N-CLASSE TO NIDX-CLASSE
       MOVE N-ELEVE-ID TO NIDX-ELEVE-ID
       MOVE N-MAT TO NIDX-MAT
       MOVE N-ELEVE-NOM TO NIDX-ELEVE-NOM
       MOVE N-MOY TO NIDX-MOY
       MOVE N-COEFF TO NIDX-COEFF
       MOVE N-PERIODE TO NIDX-PERIODE
       .

       NIDX-VERS-NOTES.
       MOVE NIDX-ELEVE-ID TO N-ELEVE-ID
       MOVE NIDX-MAT TO N-MAT
       MOVE NIDX-ELEVE-NOM TO N-ELEVE-NOM
       MOVE NIDX-MOY TO N-MOY
       MOVE NIDX-COEFF TO N-COEFF
       MOVE NIDX-PERIODE TO N-PERIODE
       MOVE NIDX-CLASSE TO N-CLASSE
       .


      * *** Procédure pour afficher la moyenne générale ***
       AFFICHER-MOYENNE-DETAILS.
           AT END
             SET PERF-END-OK TO TRUE
           NOT AT END
             IF NIDX-ELEVE-ID = EC-ID AND NIDX-CLASSE = EC-CLASSE
                AND (FILTRE-TOUS-TRIMESTRES
                     OR NIDX-PERIODE = FILTRE-PERIODE)
               CALL "format-number" USING BY CONTENT NIDX-MOY
       END-IF

       IF MR-NB = 0 OR MR-TROUVE > 0
         MOVE EC-CLASSE TO RECH-CLASSE
         MOVE EC-ID TO RECH-ELEVE-ID
         MOVE EC-NOM TO RECH-ELEVE-NOM
         MOVE EC-CLASSE TO NIDX-CLASSE
         MOVE EC-ID TO NIDX-ELEVE-ID
         MOVE RECH-MAT TO NIDX-MAT

               ACCEPT RECH-COEFF
             END-IF

             MOVE "AJOUT" TO AC-ACTION
             MOVE RECH-CLASSE TO AC-CLASSE
             MOVE RECH-ELEVE-ID TO AC-ELEVE-ID
             MOVE RECH-MAT TO AC-MAT
             MOVE 0 TO AC-ANC-PERIODE
             MOVE 0 TO AC-ANC-MOY
             MOVE 0 TO AC-ANC-COEFF
             MOVE RECH-PERIODE TO AC-NOU-PERIODE
             MOVE RECH-MOY TO AC-NOU-MOY
             MOVE RECH-COEFF TO AC-NOU-COEFF
             WRITE NIDX-ENRG FROM RECHERCHES
             PERFORM ECRIRE-AUDIT
           NOT INVALID KEY
             DISPLAY "La matiere " RECH-MAT " existe deja !"
         END-START
             NOT AT END
               MOVE SPACES TO MATREF-CHAMPS
               UNSTRING MATREF-LIGNE DELIMITED BY ";"
                 INTO MRF-MAT-X MRF-COEFF-X MRF-PRINC-X
               END-UNSTRING
               IF MRF-MAT-X NOT = SPACES AND MR-NB < 50
                 ADD 1 TO MR-NB
                 ELSE
                   MOVE 1 TO MR-COEFF (MR-NB)
                 END-IF
                 IF MRF-PRINC-X = 'O' OR MRF-PRINC-X = 'o'
                   MOVE 'O' TO MR-PRINCIPALE (MR-NB)
                 ELSE
                   MOVE 'N' TO MR-PRINCIPALE (MR-NB)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         DISPLAY "Referentiel vide."
       ELSE
         PERFORM VARYING MR-I FROM 1 BY 1 UNTIL MR-I > MR-NB
           IF MR-PRINCIPALE-OUI (MR-I)
             DISPLAY MR-MAT (MR-I) " coefficient " MR-COEFF (MR-I)
                     " principale"
           ELSE
             DISPLAY MR-MAT (MR-I) " coefficient " MR-COEFF (MR-I)
           END-IF
         END-PERFORM
       END-IF
       .
           ADD 1 TO MR-NB
           MOVE MR-SAISIE-MAT TO MR-MAT (MR-NB)
           MOVE MR-SAISIE-COEFF TO MR-COEFF (MR-NB)
           DISPLAY "Matiere principale (O/N) ?" WITH NO ADVANCING
           ACCEPT CONFIRME
           IF CONFIRME-OUI
             MOVE 'O' TO MR-PRINCIPALE (MR-NB)
           ELSE
             MOVE 'N' TO MR-PRINCIPALE (MR-NB)
           END-IF
           PERFORM SAUVER-MATREF
           DISPLAY "Matiere ajoutee au referentiel."
         END-IF
                ";" DELIMITED BY SIZE
                MR-COEFF (MR-I) DELIMITED BY SIZE
           INTO MATREF-LIGNE
         IF MR-PRINCIPALE-OUI (MR-I)
           MOVE SPACES TO MR-LIGNE
           STRING FUNCTION TRIM(MATREF-LIGNE) DELIMITED BY SIZE
                  ";O" DELIMITED BY SIZE
             INTO MR-LIGNE
           MOVE MR-LIGNE TO MATREF-LIGNE
         END-IF
         WRITE MATREF-LIGNE
       END-PERFORM
       CLOSE MATIERES
	   ACCEPT RECH-MAT
	   MOVE FUNCTION UPPER-CASE(RECH-MAT) TO NIDX-MAT
	   MOVE EC-ID TO NIDX-ELEVE-ID
	   MOVE EC-CLASSE TO NIDX-CLASSE


	   OPEN I-O NIDX
                       NIDX-MAT " (O/N) ?" WITH NO ADVANCING
               ACCEPT CONFIRME
               IF CONFIRME-OUI
                 MOVE NIDX-CLASSE TO DSUP-CLASSE
                 MOVE NIDX-ELEVE-ID TO DSUP-ELEVE-ID
                 MOVE NIDX-ELEVE-NOM TO DSUP-ELEVE-NOM
                 MOVE NIDX-MOY TO DSUP-MOY
                 MOVE NIDX-PERIODE TO DSUP-PERIODE
                 MOVE NIDX-MAT TO DSUP-MAT
                 SET DSUP-DISPO-OK TO TRUE
                 MOVE "SUPPR" TO AC-ACTION
                 PERFORM AUDIT-NOUVELLE-NOTE
                 MOVE NIDX-PERIODE TO AC-ANC-PERIODE
                 MOVE NIDX-MOY TO AC-ANC-MOY
                 MOVE NIDX-COEFF TO AC-ANC-COEFF
                 DELETE NIDX
                 MOVE 0 TO AC-NOU-PERIODE
                 MOVE 0 TO AC-NOU-MOY
                 MOVE 0 TO AC-NOU-COEFF
                 PERFORM ECRIRE-AUDIT
               ELSE
                 DISPLAY "Suppression annulee."
               END-IF
      * *** Procédure pour annuler la derniere suppression ***
       ANNULER-SUPPRESSION.
       IF DSUP-DISPO-OK
         MOVE DSUP-CLASSE TO NIDX-CLASSE
         MOVE DSUP-ELEVE-ID TO NIDX-ELEVE-ID
         MOVE DSUP-ELEVE-NOM TO NIDX-ELEVE-NOM
         MOVE DSUP-MOY TO NIDX-MOY
         MOVE DSUP-PERIODE TO NIDX-PERIODE
         MOVE DSUP-MAT TO NIDX-MAT

         MOVE "ANNUL" TO AC-ACTION
         MOVE 0 TO AC-ANC-PERIODE
         MOVE 0 TO AC-ANC-MOY
         MOVE 0 TO AC-ANC-COEFF
         PERFORM AUDIT-NOUVELLE-NOTE

         OPEN I-O NIDX
         WRITE NIDX-ENRG
           INVALID KEY
             DISPLAY "PB annulation : la matiere "
                     DSUP-MAT " existe deja !"
           NOT INVALID KEY
             SET DSUP-DISPO TO 'N'
             PERFORM ECRIRE-AUDIT
             DISPLAY "Suppression de " NIDX-MAT " annulee."
         END-WRITE
         CLOSE NIDX
	   ACCEPT RECH-MAT
	   MOVE FUNCTION UPPER-CASE(RECH-MAT) TO NIDX-MAT
	   MOVE EC-ID TO NIDX-ELEVE-ID
	   MOVE EC-CLASSE TO NIDX-CLASSE

	   OPEN I-O NIDX

	   ACCEPT RECH-MAT
	   MOVE FUNCTION UPPER-CASE(RECH-MAT) TO NIDX-MAT
	   MOVE EC-ID TO NIDX-ELEVE-ID
	   MOVE EC-CLASSE TO NIDX-CLASSE

	   OPEN I-O NIDX

               PERFORM ENREGISTRER-NOTES
               PERFORM SAISIR-PERIODE

               MOVE NIDX-PERIODE TO AC-ANC-PERIODE
               MOVE NIDX-MOY TO AC-ANC-MOY
               MOVE NIDX-COEFF TO AC-ANC-COEFF
               MOVE RECH-MOY TO NIDX-MOY
               MOVE RECH-PERIODE TO NIDX-PERIODE
               MOVE "MODIF" TO AC-ACTION
               PERFORM AUDIT-NOUVELLE-NOTE
               REWRITE NIDX-ENRG
               PERFORM ECRIRE-AUDIT
           END-READ

       END-START
       .

      * *** Controle et chargement d'une ligne id;nom;matiere;    ***
      * *** note;coefficient;trimestre;classe - sans classe, la   ***
      * *** ligne va a la classe courante                         ***
       IMPORTER-UNE-LIGNE.
       MOVE 'O' TO IMP-OK
       MOVE SPACES TO IMP-MOTIF

       UNSTRING IMPORT-LIGNE DELIMITED BY ";"
         INTO IMP-ID-X IMP-NOM IMP-MAT IMP-MOY-X
              IMP-COEFF-X IMP-PERIODE-X IMP-CLASSE-X
       END-UNSTRING

       IF FUNCTION TEST-NUMVAL(IMP-ID-X) NOT = 0
         END-IF
       END-IF

       IF IMP-OK = 'O' AND IMP-CLASSE-X (6:5) NOT = SPACES
         MOVE 'N' TO IMP-OK
         MOVE "code classe trop long" TO IMP-MOTIF
       END-IF

       IF IMP-OK = 'O'
         IF IMP-CLASSE-X = SPACES
           MOVE EC-CLASSE TO NIDX-CLASSE
         ELSE
           MOVE FUNCTION UPPER-CASE(IMP-CLASSE-X) TO NIDX-CLASSE
         END-IF
         MOVE FUNCTION NUMVAL(IMP-ID-X) TO NIDX-ELEVE-ID
         MOVE FUNCTION UPPER-CASE(IMP-NOM) TO NIDX-ELEVE-NOM
         MOVE FUNCTION UPPER-CASE(IMP-MAT) TO NIDX-MAT
           MOVE FUNCTION NUMVAL(IMP-COEFF-X) TO NIDX-COEFF
         END-IF
         MOVE FUNCTION NUMVAL(IMP-PERIODE-X) TO NIDX-PERIODE
         MOVE "IMPORT" TO AC-ACTION
         MOVE 0 TO AC-ANC-PERIODE
         MOVE 0 TO AC-ANC-MOY
         MOVE 0 TO AC-ANC-COEFF
         PERFORM AUDIT-NOUVELLE-NOTE
         WRITE NIDX-ENRG
           INVALID KEY
             MOVE 'N' TO IMP-OK
             MOVE "matiere deja presente" TO IMP-MOTIF
           NOT INVALID KEY
             ADD 1 TO IMP-CHARGES
             PERFORM ECRIRE-AUDIT
         END-WRITE
       END-IF


       MOVE 0 TO SM-NB-MAT
       MOVE 0 TO SE-NB-ELV
       MOVE 'N' TO SE-DEBORDE

       OPEN INPUT NIDX

           AT END
             SET PERF-END-OK TO TRUE
           NOT AT END
             IF NIDX-CLASSE = EC-CLASSE
                AND (FILTRE-TOUS-TRIMESTRES
                     OR NIDX-PERIODE = FILTRE-PERIODE)
               PERFORM STAT-CUMUL-MATIERE
               PERFORM STAT-CUMUL-ELEVE
             END-IF
       PERFORM VARYING ST-I FROM 1 BY 1
               UNTIL ST-I > SE-NB-ELV OR ST-TROUVE > 0
         IF SE-ID (ST-I) = NIDX-ELEVE-ID
            AND SE-CLASSE (ST-I) = NIDX-CLASSE
           MOVE ST-I TO ST-TROUVE
         END-IF
       END-PERFORM
       IF ST-TROUVE = 0 AND SE-NB-ELV NOT < SE-MAX-ELV
         SET SE-DEBORDE-OUI TO TRUE
       END-IF
       IF ST-TROUVE = 0 AND SE-NB-ELV < SE-MAX-ELV
         ADD 1 TO SE-NB-ELV
         MOVE SE-NB-ELV TO ST-TROUVE
         MOVE NIDX-CLASSE TO SE-CLASSE (ST-TROUVE)
         MOVE NIDX-ELEVE-ID TO SE-ID (ST-TROUVE)
         MOVE NIDX-ELEVE-NOM TO SE-NOM (ST-TROUVE)
         MOVE 0 TO SE-MOYC (ST-TROUVE)
       .

      * *** la moyenne ponderee de chaque eleve (calcul RES-MOYG) ***
      * *** puis tri par classe, et decroissant pour le rang dans ***
      * *** la classe                                             ***
       STAT-CLASSER-ELEVES.
       PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > SE-NB-ELV
         IF SE-COEF (ST-I) NOT = 0
         COMPUTE ST-J = ST-I + 1
         PERFORM VARYING ST-J FROM ST-J BY 1
                 UNTIL ST-J > SE-NB-ELV
           IF SE-CLASSE (ST-J) < SE-CLASSE (ST-I)
              OR (SE-CLASSE (ST-J) = SE-CLASSE (ST-I)
                  AND SE-MOYG (ST-J) > SE-MOYG (ST-I))
             MOVE SE-ENTREE (ST-I) TO SE-PERMUT
             MOVE SE-ENTREE (ST-J) TO SE-ENTREE (ST-I)
             MOVE SE-PERMUT TO SE-ENTREE (ST-J)
       OPEN OUTPUT BULLETIN

       MOVE SPACES TO BULLETIN-LIGNE
       STRING "CONSEIL DE CLASSE " DELIMITED BY SIZE
              EC-CLASSE DELIMITED BY SIZE
              " - TRIMESTRE " DELIMITED BY SIZE
              FILTRE-PERIODE DELIMITED BY SIZE
              " (0 = ANNEE)" DELIMITED BY SIZE
         INTO BULLETIN-LIGNE
       PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > SE-NB-ELV
         CALL "format-number" USING BY CONTENT SE-MOYG (ST-I)
           BY REFERENCE ST-MOY-EDIT
         MOVE ST-I TO ST-RANG
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "RANG " DELIMITED BY SIZE
                ST-RANG DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                SE-ID (ST-I) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
       CLOSE BULLETIN
       .

      * *** Rapport d'etablissement : moyenne generale de chaque  ***
      * *** classe, puis par matiere la moyenne de chaque classe  ***
      * *** face a celle de l'etablissement, sortie par BULLETIN  ***
       RAPPORT-ETABLISSEMENT.

       PERFORM DEMANDER-FILTRE-PERIODE

       MOVE 0 TO SM-NB-MAT
       MOVE 0 TO EK-NB

       OPEN INPUT NIDX

       SET PERF-END TO SPACE
       PERFORM UNTIL PERF-END-OK
         READ NIDX NEXT
           AT END
             SET PERF-END-OK TO TRUE
           NOT AT END
             IF FILTRE-TOUS-TRIMESTRES
                OR NIDX-PERIODE = FILTRE-PERIODE
               PERFORM STAT-CUMUL-MATIERE
               PERFORM ETAB-CUMUL-CLASSE
             END-IF
         END-READ
       END-PERFORM

       CLOSE NIDX

       PERFORM ETAB-ECRIRE-RAPPORT

       DISPLAY "Rapport d'etablissement exporte dans bulletin.txt"
       .

      * *** ST-TROUVE porte la matiere trouvee par STAT-CUMUL-    ***
      * *** MATIERE ; les classes arrivent dans l'ordre de la cle ***
       ETAB-CUMUL-CLASSE.
       MOVE 0 TO EK-TROUVE
       PERFORM VARYING EK-I FROM 1 BY 1
               UNTIL EK-I > EK-NB OR EK-TROUVE > 0
         IF EK-CLASSE (EK-I) = NIDX-CLASSE
           MOVE EK-I TO EK-TROUVE
         END-IF
       END-PERFORM
       IF EK-TROUVE = 0 AND EK-NB < 30
         ADD 1 TO EK-NB
         MOVE EK-NB TO EK-TROUVE
         MOVE NIDX-CLASSE TO EK-CLASSE (EK-TROUVE)
         MOVE 0 TO EK-MOYC (EK-TROUVE)
         MOVE 0 TO EK-COEF (EK-TROUVE)
         MOVE 0 TO EK-MOYG (EK-TROUVE)
         PERFORM VARYING EK-I FROM 1 BY 1 UNTIL EK-I > 50
           MOVE 0 TO EK-SOMME (EK-TROUVE, EK-I)
           MOVE 0 TO EK-NBN (EK-TROUVE, EK-I)
         END-PERFORM
       END-IF
       IF EK-TROUVE > 0
         COMPUTE EK-MOYC (EK-TROUVE) = EK-MOYC (EK-TROUVE) +
           (NIDX-COEFF * NIDX-MOY)
         ADD NIDX-COEFF TO EK-COEF (EK-TROUVE)
         IF ST-TROUVE > 0
           ADD NIDX-MOY TO EK-SOMME (EK-TROUVE, ST-TROUVE)
           ADD 1 TO EK-NBN (EK-TROUVE, ST-TROUVE)
         END-IF
       END-IF
       .

       ETAB-ECRIRE-RAPPORT.
       OPEN OUTPUT BULLETIN

       MOVE SPACES TO BULLETIN-LIGNE
       STRING "RAPPORT D'ETABLISSEMENT - TRIMESTRE " DELIMITED BY SIZE
              FILTRE-PERIODE DELIMITED BY SIZE
              " (0 = ANNEE)" DELIMITED BY SIZE
         INTO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       MOVE SPACES TO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE

       MOVE "MOYENNE GENERALE PAR CLASSE" TO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       PERFORM VARYING EK-I FROM 1 BY 1 UNTIL EK-I > EK-NB
         IF EK-COEF (EK-I) NOT = 0
           DIVIDE EK-MOYC (EK-I) BY EK-COEF (EK-I)
             GIVING EK-MOYG (EK-I) ROUNDED
         END-IF
         CALL "format-number" USING BY CONTENT EK-MOYG (EK-I)
           BY REFERENCE ST-MOY-EDIT
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "CLASSE " DELIMITED BY SIZE
                EK-CLASSE (EK-I) DELIMITED BY SIZE
                " MOYENNE " DELIMITED BY SIZE
                ST-MOY-EDIT DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
       END-PERFORM

       MOVE SPACES TO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       MOVE "MOYENNES PAR MATIERE : CLASSE, ECART A L'ETABLISSEMENT"
         TO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > SM-NB-MAT
         DIVIDE SM-SOMME (ST-I) BY SM-NB (ST-I)
           GIVING EK-MOY-ETAB ROUNDED
         CALL "format-number" USING BY CONTENT EK-MOY-ETAB
           BY REFERENCE ST-MOY-EDIT
         MOVE SPACES TO BULLETIN-LIGNE
         STRING SM-MAT (ST-I) (1:30) DELIMITED BY SIZE
                " ETABLISSEMENT " DELIMITED BY SIZE
                ST-MOY-EDIT DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
         PERFORM VARYING EK-I FROM 1 BY 1 UNTIL EK-I > EK-NB
           IF EK-NBN (EK-I, ST-I) > 0
             DIVIDE EK-SOMME (EK-I, ST-I) BY EK-NBN (EK-I, ST-I)
               GIVING RES-MOYG ROUNDED
             CALL "format-number" USING BY CONTENT RES-MOYG
               BY REFERENCE BP-MOY-EDIT
             COMPUTE EK-ECART = RES-MOYG - EK-MOY-ETAB
             MOVE EK-ECART TO EK-ECART-EDIT
             MOVE SPACES TO BULLETIN-LIGNE
             STRING "    CLASSE " DELIMITED BY SIZE
                    EK-CLASSE (EK-I) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    BP-MOY-EDIT DELIMITED BY SIZE
                    " ECART " DELIMITED BY SIZE
                    EK-ECART-EDIT DELIMITED BY SIZE
               INTO BULLETIN-LIGNE
             WRITE BULLETIN-LIGNE
           END-IF
         END-PERFORM
       END-PERFORM

       CLOSE BULLETIN
       .

      * *** Alerte du conseil de classe : pour la classe courante, ***
      * *** chaque eleve est confronte a quatre criteres - baisse  ***
      * *** de moyenne d'un trimestre a l'autre, matiere          ***
      * *** principale sous le seuil de passage, absences non     ***
      * *** justifiees et retards au-dela des limites - et son    ***
      * *** niveau de risque depend du nombre de criteres atteints ***
       RAPPORT-RISQUES.
       DISPLAY "Baisse de moyenne signalee au-dela de (vide = 2.00) ?"
               WITH NO ADVANCING
       MOVE SPACES TO RQ-SAISIE
       ACCEPT RQ-SAISIE
       IF RQ-SAISIE NOT = SPACES
          AND FUNCTION TEST-NUMVAL(RQ-SAISIE) = 0
         MOVE FUNCTION NUMVAL(RQ-SAISIE) TO RQ-SEUIL-BAISSE
       END-IF
       DISPLAY "Seuil de passage (vide = 10.00) ?"
               WITH NO ADVANCING
       MOVE SPACES TO SEUIL-X
       ACCEPT SEUIL-X
       IF SEUIL-X NOT = SPACES
          AND FUNCTION TEST-NUMVAL(SEUIL-X) = 0
         MOVE FUNCTION NUMVAL(SEUIL-X) TO SEUIL-PASSAGE
       END-IF
       DISPLAY "Absences non justifiees tolerees (vide = 4) ?"
               WITH NO ADVANCING
       MOVE SPACES TO RQ-SAISIE
       ACCEPT RQ-SAISIE
       IF RQ-SAISIE NOT = SPACES
          AND FUNCTION TEST-NUMVAL(RQ-SAISIE) = 0
         MOVE FUNCTION NUMVAL(RQ-SAISIE) TO RQ-LIMITE-NJ
       END-IF
       DISPLAY "Retards toleres (vide = 6) ?" WITH NO ADVANCING
       MOVE SPACES TO RQ-SAISIE
       ACCEPT RQ-SAISIE
       IF RQ-SAISIE NOT = SPACES
          AND FUNCTION TEST-NUMVAL(RQ-SAISIE) = 0
         MOVE FUNCTION NUMVAL(RQ-SAISIE) TO RQ-LIMITE-RETARDS
       END-IF

      * *** sans matiere marquee principale au referentiel, les  ***
      * *** matieres de coefficient 3 et plus en tiennent lieu    ***
       MOVE 'N' TO RQ-PRINC-DEFINIES
       PERFORM VARYING MR-I FROM 1 BY 1 UNTIL MR-I > MR-NB
         IF MR-PRINCIPALE-OUI (MR-I)
           MOVE 'O' TO RQ-PRINC-DEFINIES
         END-IF
       END-PERFORM

       MOVE 0 TO RQ-NB
       OPEN INPUT NIDX
       SET PERF-END TO SPACE
       PERFORM UNTIL PERF-END-OK
         READ NIDX NEXT
           AT END
             SET PERF-END-OK TO TRUE
           NOT AT END
             IF NIDX-CLASSE = EC-CLASSE
               MOVE NIDX-ELEVE-ID TO RQ-CHERCHE-ID
               MOVE NIDX-ELEVE-NOM TO RQ-CHERCHE-NOM
               PERFORM RQ-TROUVER-ELEVE
               IF RQ-TROUVE > 0
                 PERFORM RQ-CUMUL-NOTE
               END-IF
             END-IF
         END-READ
       END-PERFORM
       CLOSE NIDX

       PERFORM RQ-CUMUL-ABSENCES

       MOVE 0 TO RQ-SIGNALES
       PERFORM VARYING RQ-I FROM 1 BY 1 UNTIL RQ-I > RQ-NB
         PERFORM RQ-EVALUER
         IF RQ-SCORE (RQ-I) > 0
           ADD 1 TO RQ-SIGNALES
         END-IF
       END-PERFORM
       PERFORM RQ-CLASSER
       PERFORM RQ-ECRIRE-RAPPORT

       DISPLAY "Eleves examines : " RQ-NB
               " signales : " RQ-SIGNALES
       DISPLAY "Alerte exportee dans bulletin.txt"
       .

      * *** Entree de l'eleve RQ-CHERCHE-ID dans la table, creee  ***
      * *** au besoin                                              ***
       RQ-TROUVER-ELEVE.
       MOVE 0 TO RQ-TROUVE
       PERFORM VARYING RQ-I FROM 1 BY 1
               UNTIL RQ-I > RQ-NB OR RQ-TROUVE > 0
         IF RQ-ID (RQ-I) = RQ-CHERCHE-ID
           MOVE RQ-I TO RQ-TROUVE
         END-IF
       END-PERFORM
       IF RQ-TROUVE = 0 AND RQ-NB < 200
         ADD 1 TO RQ-NB
         MOVE RQ-NB TO RQ-TROUVE
         MOVE RQ-CHERCHE-ID TO RQ-ID (RQ-TROUVE)
         MOVE RQ-CHERCHE-NOM TO RQ-NOM (RQ-TROUVE)
         PERFORM VARYING RQ-P FROM 1 BY 1 UNTIL RQ-P > 3
           MOVE 0 TO RQ-MOYC (RQ-TROUVE, RQ-P)
           MOVE 0 TO RQ-COEF (RQ-TROUVE, RQ-P)
           MOVE 0 TO RQ-MOY (RQ-TROUVE, RQ-P)
           MOVE SPACES TO RQ-F-MAT (RQ-TROUVE, RQ-P)
           MOVE 0 TO RQ-F-MOY (RQ-TROUVE, RQ-P)
         END-PERFORM
         MOVE 0 TO RQ-FAIBLES (RQ-TROUVE)
         MOVE 0 TO RQ-ABS-NJ (RQ-TROUVE)
         MOVE 0 TO RQ-RETARDS (RQ-TROUVE)
         MOVE 0 TO RQ-BAISSE (RQ-TROUVE)
         MOVE 0 TO RQ-BAISSE-DE (RQ-TROUVE)
         MOVE 0 TO RQ-BAISSE-A (RQ-TROUVE)
         MOVE 0 TO RQ-SCORE (RQ-TROUVE)
       END-IF
       .

      * *** Moyenne par trimestre et matieres principales faibles ***
       RQ-CUMUL-NOTE.
       IF NIDX-PERIODE >= 1 AND NIDX-PERIODE <= 3
         COMPUTE RQ-MOYC (RQ-TROUVE, NIDX-PERIODE) =
           RQ-MOYC (RQ-TROUVE, NIDX-PERIODE) +
           (NIDX-COEFF * NIDX-MOY)
         ADD NIDX-COEFF TO RQ-COEF (RQ-TROUVE, NIDX-PERIODE)
       END-IF
       MOVE 'N' TO RQ-PRINCIPALE
       MOVE NIDX-MAT TO MR-CHERCHE
       PERFORM CHERCHER-MATREF
       IF RQ-PRINC-DEFINIES = 'O'
         IF MR-TROUVE > 0
           IF MR-PRINCIPALE-OUI (MR-TROUVE)
             MOVE 'O' TO RQ-PRINCIPALE
           END-IF
         END-IF
       ELSE
         IF NIDX-COEFF >= 3
           MOVE 'O' TO RQ-PRINCIPALE
         END-IF
       END-IF
       IF RQ-PRINCIPALE = 'O' AND NIDX-MOY < SEUIL-PASSAGE
         ADD 1 TO RQ-FAIBLES (RQ-TROUVE)
         IF RQ-FAIBLES (RQ-TROUVE) <= 3
           MOVE NIDX-MAT
             TO RQ-F-MAT (RQ-TROUVE, RQ-FAIBLES (RQ-TROUVE))
           MOVE NIDX-MOY
             TO RQ-F-MOY (RQ-TROUVE, RQ-FAIBLES (RQ-TROUVE))
         END-IF
       END-IF
       .

      * *** Absences non justifiees et retards de l'annee, pour   ***
      * *** les eleves de la classe courante                      ***
       RQ-CUMUL-ABSENCES.
       OPEN INPUT ABSENCES
       IF FS-ABS-OK
         MOVE EC-CLASSE TO AB-CLASSE
         MOVE 0 TO AB-ELEVE-ID
         MOVE 0 TO AB-PERIODE
         SET ABS-END TO SPACE
         START ABSENCES KEY IS >= AB-CLE
           INVALID KEY
             SET ABS-END-OK TO TRUE
         END-START
         PERFORM UNTIL ABS-END-OK
           READ ABSENCES NEXT
             AT END
               SET ABS-END-OK TO TRUE
             NOT AT END
               IF AB-CLASSE NOT = EC-CLASSE
                 SET ABS-END-OK TO TRUE
               ELSE
                 MOVE AB-ELEVE-ID TO RQ-CHERCHE-ID
                 MOVE AB-ELEVE-NOM TO RQ-CHERCHE-NOM
                 PERFORM RQ-TROUVER-ELEVE
                 IF RQ-TROUVE > 0
                   ADD AB-ABS-NJ TO RQ-ABS-NJ (RQ-TROUVE)
                   ADD AB-RETARDS TO RQ-RETARDS (RQ-TROUVE)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE ABSENCES
       END-IF
       .

      * *** Moyennes de trimestre, plus forte baisse entre deux   ***
      * *** trimestres notes successifs, et score de l'eleve RQ-I ***
       RQ-EVALUER.
       MOVE 0 TO RQ-PREC
       PERFORM VARYING RQ-P FROM 1 BY 1 UNTIL RQ-P > 3
         IF RQ-COEF (RQ-I, RQ-P) NOT = 0
           DIVIDE RQ-MOYC (RQ-I, RQ-P) BY RQ-COEF (RQ-I, RQ-P)
             GIVING RQ-MOY (RQ-I, RQ-P) ROUNDED
           IF RQ-PREC > 0
             COMPUTE RQ-ECART = RQ-MOY (RQ-I, RQ-PREC)
                              - RQ-MOY (RQ-I, RQ-P)
             IF RQ-ECART > RQ-BAISSE (RQ-I)
               MOVE RQ-ECART TO RQ-BAISSE (RQ-I)
               MOVE RQ-PREC TO RQ-BAISSE-DE (RQ-I)
               MOVE RQ-P TO RQ-BAISSE-A (RQ-I)
             END-IF
           END-IF
           MOVE RQ-P TO RQ-PREC
         END-IF
       END-PERFORM
       MOVE 0 TO RQ-SCORE (RQ-I)
       IF RQ-BAISSE (RQ-I) > RQ-SEUIL-BAISSE
         ADD 1 TO RQ-SCORE (RQ-I)
       END-IF
       IF RQ-FAIBLES (RQ-I) > 0
         ADD 1 TO RQ-SCORE (RQ-I)
       END-IF
       IF RQ-ABS-NJ (RQ-I) > RQ-LIMITE-NJ
         ADD 1 TO RQ-SCORE (RQ-I)
       END-IF
       IF RQ-RETARDS (RQ-I) > RQ-LIMITE-RETARDS
         ADD 1 TO RQ-SCORE (RQ-I)
       END-IF
       .

      * *** les eleves au plus haut risque en tete ***
       RQ-CLASSER.
       PERFORM VARYING RQ-I FROM 1 BY 1 UNTIL RQ-I >= RQ-NB
         COMPUTE RQ-J = RQ-I + 1
         PERFORM VARYING RQ-J FROM RQ-J BY 1 UNTIL RQ-J > RQ-NB
           IF RQ-SCORE (RQ-J) > RQ-SCORE (RQ-I)
             MOVE RQ-ENTREE (RQ-I) TO RQ-PERMUT
             MOVE RQ-ENTREE (RQ-J) TO RQ-ENTREE (RQ-I)
             MOVE RQ-PERMUT TO RQ-ENTREE (RQ-J)
           END-IF
         END-PERFORM
       END-PERFORM
       .

       RQ-ECRIRE-RAPPORT.
       OPEN OUTPUT BULLETIN

       MOVE SPACES TO BULLETIN-LIGNE
       STRING "ALERTE CONSEIL DE CLASSE " DELIMITED BY SIZE
              EC-CLASSE DELIMITED BY SIZE
              " - ELEVES EN DIFFICULTE" DELIMITED BY SIZE
         INTO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       CALL "format-number" USING BY CONTENT RQ-SEUIL-BAISSE
         BY REFERENCE ST-MIN-EDIT
       CALL "format-number" USING BY CONTENT SEUIL-PASSAGE
         BY REFERENCE ST-MAX-EDIT
       MOVE SPACES TO BULLETIN-LIGNE
       STRING "CRITERES : BAISSE > " DELIMITED BY SIZE
              ST-MIN-EDIT DELIMITED BY SIZE
              ", PRINCIPALE < " DELIMITED BY SIZE
              ST-MAX-EDIT DELIMITED BY SIZE
              ", NJ > " DELIMITED BY SIZE
              RQ-LIMITE-NJ DELIMITED BY SIZE
              ", RETARDS > " DELIMITED BY SIZE
              RQ-LIMITE-RETARDS DELIMITED BY SIZE
         INTO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE

       PERFORM VARYING RQ-I FROM 1 BY 1 UNTIL RQ-I > RQ-NB
         IF RQ-SCORE (RQ-I) > 0
           PERFORM RQ-ECRIRE-ELEVE
         END-IF
       END-PERFORM

       MOVE SPACES TO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       MOVE SPACES TO BULLETIN-LIGNE
       STRING "ELEVES EXAMINES : " DELIMITED BY SIZE
              RQ-NB DELIMITED BY SIZE
              " SIGNALES : " DELIMITED BY SIZE
              RQ-SIGNALES DELIMITED BY SIZE
         INTO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       CLOSE BULLETIN
       .

      * *** Niveau de risque, tendance et faits declencheurs ***
       RQ-ECRIRE-ELEVE.
       EVALUATE RQ-SCORE (RQ-I)
         WHEN 1
           MOVE "MODERE" TO RQ-NIVEAU
         WHEN 2
           MOVE "ELEVE" TO RQ-NIVEAU
         WHEN OTHER
           MOVE "CRITIQUE" TO RQ-NIVEAU
       END-EVALUATE
       MOVE SPACES TO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       MOVE SPACES TO BULLETIN-LIGNE
       STRING RQ-ID (RQ-I) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RQ-NOM (RQ-I) DELIMITED BY SIZE
              " RISQUE " DELIMITED BY SIZE
              RQ-NIVEAU DELIMITED BY SIZE
         INTO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE

       MOVE SPACES TO RQ-TENDANCE-LIGNE
       MOVE 1 TO RQ-PTR
       STRING "   TENDANCE :" DELIMITED BY SIZE
         INTO RQ-TENDANCE-LIGNE WITH POINTER RQ-PTR
       PERFORM VARYING RQ-P FROM 1 BY 1 UNTIL RQ-P > 3
         IF RQ-COEF (RQ-I, RQ-P) NOT = 0
           CALL "format-number" USING BY CONTENT RQ-MOY (RQ-I, RQ-P)
             BY REFERENCE BP-MOY-EDIT
         ELSE
           MOVE "  -  " TO BP-MOY-EDIT
         END-IF
         STRING " T" DELIMITED BY SIZE
                RQ-P DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BP-MOY-EDIT DELIMITED BY SIZE
           INTO RQ-TENDANCE-LIGNE WITH POINTER RQ-PTR
       END-PERFORM
       MOVE RQ-TENDANCE-LIGNE TO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE

       IF RQ-BAISSE (RQ-I) > RQ-SEUIL-BAISSE
         CALL "format-number" USING BY CONTENT RQ-BAISSE (RQ-I)
           BY REFERENCE BP-MOY-EDIT
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "   - baisse de " DELIMITED BY SIZE
                BP-MOY-EDIT DELIMITED BY SIZE
                " points entre T" DELIMITED BY SIZE
                RQ-BAISSE-DE (RQ-I) DELIMITED BY SIZE
                " et T" DELIMITED BY SIZE
                RQ-BAISSE-A (RQ-I) DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
       END-IF
       PERFORM VARYING RQ-P FROM 1 BY 1
               UNTIL RQ-P > 3 OR RQ-P > RQ-FAIBLES (RQ-I)
         CALL "format-number" USING BY CONTENT RQ-F-MOY (RQ-I, RQ-P)
           BY REFERENCE BP-MOY-EDIT
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "   - matiere principale sous le seuil : "
                DELIMITED BY SIZE
                RQ-F-MAT (RQ-I, RQ-P) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BP-MOY-EDIT DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
       END-PERFORM
       IF RQ-FAIBLES (RQ-I) > 3
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "   - et " DELIMITED BY SIZE
                RQ-FAIBLES (RQ-I) DELIMITED BY SIZE
                " matieres principales sous le seuil en tout"
                DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
       END-IF
       IF RQ-ABS-NJ (RQ-I) > RQ-LIMITE-NJ
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "   - absences non justifiees : " DELIMITED BY SIZE
                RQ-ABS-NJ (RQ-I) DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
       END-IF
       IF RQ-RETARDS (RQ-I) > RQ-LIMITE-RETARDS
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "   - retards : " DELIMITED BY SIZE
                RQ-RETARDS (RQ-I) DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
       END-IF
       .

      * *** Procédure pour exporter le bulletin de notes ***
       EXPORTER-BULLETIN.

       OPEN INPUT NIDX

       STRING "BULLETIN DE NOTES - " DELIMITED BY SIZE
              EC-CLASSE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EC-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              EC-NOM DELIMITED BY SIZE
           AT END
             SET PERF-END-OK TO TRUE
           NOT AT END
             IF NIDX-ELEVE-ID = EC-ID AND NIDX-CLASSE = EC-CLASSE
                AND NIDX-PERIODE >= 1 AND NIDX-PERIODE <= 3
               COMPUTE BP-MOYC (NIDX-PERIODE) =
                 BP-MOYC (NIDX-PERIODE) +
                 (NIDX-COEFF * NIDX-MOY)
               ADD NIDX-COEFF TO BP-COEF (NIDX-PERIODE)
             END-IF
             IF NIDX-ELEVE-ID = EC-ID AND NIDX-CLASSE = EC-CLASSE
                AND (FILTRE-TOUS-TRIMESTRES
                     OR NIDX-PERIODE = FILTRE-PERIODE)
               CALL "format-number" USING BY CONTENT NIDX-MOY
       DISPLAY "Bulletin exporte dans bulletin.txt"
       .

      * *** Ouverture du fichier d'assiduite, cree au besoin et  ***
      * *** converti s'il a encore l'ancienne cle ; en cas       ***
      * *** d'echec FS-ABS n'est pas a zero et l'appelant ne lit ***
      * *** rien                                                 ***
       OUVRIR-ABSENCES.
       OPEN I-O ABSENCES
       IF FS-ABS-ABSENT
         OPEN OUTPUT ABSENCES
         CLOSE ABSENCES
         OPEN I-O ABSENCES
       END-IF
       IF FS-ABS-ANCIEN
         PERFORM CONVERTIR-ABSENCES
         OPEN I-O ABSENCES
       END-IF
       IF NOT FS-ABS-OK
         DISPLAY "PB ouverture : absences.idx, statut " FS-ABS
       END-IF
       .

      * *** Au demarrage : un absences.idx a l'ancienne cle est  ***
      * *** converti une fois pour toutes, sinon aucune lecture  ***
      * *** d'assiduite ne pourrait l'ouvrir                     ***
       CONTROLER-ABSENCES.
       OPEN INPUT ABSENCES
       EVALUATE TRUE
         WHEN FS-ABS-OK
           CLOSE ABSENCES
         WHEN FS-ABS-ANCIEN
           PERFORM CONVERTIR-ABSENCES
         WHEN OTHER
           CONTINUE
       END-EVALUATE
       .

      * *** Conversion de l'ancien fichier : chaque compteur est ***
      * *** recopie avec la classe a blanc, l'ancienne cle ne la ***
      * *** portant pas ; il part dans l'archive a la cloture.   ***
      * *** L'ancien contenu passe d'abord par absences.tmp,     ***
      * *** garde apres la conversion                            ***
       CONVERTIR-ABSENCES.
       MOVE 0 TO ABS-CONV-NB
       OPEN INPUT ABSENCES-ANC
       IF NOT FS-ABS-ANC-OK
         DISPLAY "PB ouverture ancien absences.idx, statut "
                 FS-ABS-ANC
         MOVE 39 TO FS-ABS
       ELSE
         OPEN OUTPUT ABS-TRANSIT
         SET ABS-END TO SPACE
         PERFORM UNTIL ABS-END-OK
           READ ABSENCES-ANC NEXT
             AT END
               SET ABS-END-OK TO TRUE
             NOT AT END
               MOVE ABA-ENRG TO ABT-ENRG
               WRITE ABT-ENRG
               ADD 1 TO ABS-CONV-NB
           END-READ
         END-PERFORM
         CLOSE ABSENCES-ANC
         CLOSE ABS-TRANSIT
         OPEN OUTPUT ABSENCES
         OPEN INPUT ABS-TRANSIT
         SET ABS-END TO SPACE
         PERFORM UNTIL ABS-END-OK
           READ ABS-TRANSIT
             AT END
               SET ABS-END-OK TO TRUE
             NOT AT END
               MOVE ABT-ENRG TO ABA-ENRG
               MOVE SPACES TO AB-CLASSE
               MOVE ABA-ELEVE-ID TO AB-ELEVE-ID
               MOVE ABA-PERIODE TO AB-PERIODE
               MOVE ABA-ELEVE-NOM TO AB-ELEVE-NOM
               MOVE ABA-ABS-J TO AB-ABS-J
               MOVE ABA-ABS-NJ TO AB-ABS-NJ
               MOVE ABA-RETARDS TO AB-RETARDS
               WRITE ABS-ENRG
                 INVALID KEY
                   DISPLAY "PB ecriture : absences.idx"
               END-WRITE
           END-READ
         END-PERFORM
         CLOSE ABS-TRANSIT
         CLOSE ABSENCES
         DISPLAY "absences.idx converti : " ABS-CONV-NB
                 " compteur(s), classe a renseigner"
       END-IF
       .

      * *** Saisie d'une absence ou d'un retard pour l'eleve ***
         DISPLAY "Combien ?" WITH NO ADVANCING
         ACCEPT AB-NBRE
         PERFORM OUVRIR-ABSENCES
       END-IF
       IF (AB-TYPE-JUSTIFIEE OR AB-TYPE-NON-JUST OR AB-TYPE-RETARD)
          AND FS-ABS-OK
         MOVE EC-CLASSE TO AB-CLASSE
         MOVE EC-ID TO AB-ELEVE-ID
         MOVE RECH-PERIODE TO AB-PERIODE
         MOVE 'N' TO AB-EXISTE
         READ ABSENCES
           INVALID KEY
             MOVE EC-CLASSE TO AB-CLASSE
             MOVE EC-ID TO AB-ELEVE-ID
             MOVE RECH-PERIODE TO AB-PERIODE
             MOVE EC-NOM TO AB-ELEVE-NOM
       CORRIGER-ABSENCES.
       PERFORM SAISIR-PERIODE
       PERFORM OUVRIR-ABSENCES
       IF FS-ABS-OK
         MOVE EC-CLASSE TO AB-CLASSE
         MOVE EC-ID TO AB-ELEVE-ID
         MOVE RECH-PERIODE TO AB-PERIODE
         READ ABSENCES
           INVALID KEY
             DISPLAY "Pas d'assiduite saisie pour ce trimestre."
           NOT INVALID KEY
             DISPLAY "Justifiees " AB-ABS-J
                     " non justifiees " AB-ABS-NJ
                     " retards " AB-RETARDS
             DISPLAY "Absences justifiees ?" WITH NO ADVANCING
             ACCEPT AB-ABS-J
             DISPLAY "Absences non justifiees ?" WITH NO ADVANCING
             ACCEPT AB-ABS-NJ
             DISPLAY "Retards ?" WITH NO ADVANCING
             ACCEPT AB-RETARDS
             REWRITE ABS-ENRG
             DISPLAY "Compteurs corriges."
         END-READ
         CLOSE ABSENCES
       END-IF
       .

      * *** Assiduite par trimestre sur le bulletin, a cote des ***
         MOVE "ASSIDUITE PAR TRIMESTRE" TO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
         PERFORM VARYING BP-I FROM 1 BY 1 UNTIL BP-I > 3
           MOVE EC-CLASSE TO AB-CLASSE
           MOVE EC-ID TO AB-ELEVE-ID
           MOVE BP-I TO AB-PERIODE
           READ ABSENCES
       IF NOT FS-ABS-OK
         DISPLAY "Aucune assiduite saisie."
       ELSE
         MOVE EC-CLASSE TO AB-CLASSE
         MOVE 0 TO AB-ELEVE-ID
         MOVE 0 TO AB-PERIODE
         START ABSENCES KEY IS >= AB-CLE
             AT END
               SET ABS-END-OK TO TRUE
             NOT AT END
               IF AB-CLASSE NOT = EC-CLASSE
                 SET ABS-END-OK TO TRUE
               ELSE
                 PERFORM CUMULER-ASSIDUITE
               END-IF
           END-READ
         END-PERFORM
         CLOSE ABSENCES

         PERFORM CLASSER-ASSIDUITE

         DISPLAY "RESUME D'ASSIDUITE " EC-CLASSE " (pire en tete)"
         PERFORM VARYING AE-I FROM 1 BY 1 UNTIL AE-I > AE-NB
           DISPLAY AE-ID (AE-I) " " AE-NOM (AE-I)
                   " NJ " AE-ABS-NJ (AE-I)
           INTO ARCHIVE-NOM

         PERFORM CLOTURE-CUMULER-ELEVES
      * *** un eleve hors table manquerait aux promotions, a     ***
      * *** eleves.csv et au registre : la cloture est refusee   ***
      * *** avant d'archiver ou de vider quoi que ce soit        ***
         IF SE-DEBORDE-OUI
           DISPLAY "Plus de " SE-MAX-ELV " eleves dans l'etablissement"
           DISPLAY "Cloture refusee : rien n'a ete archive ni vide."
         ELSE
           PERFORM CLOTURE-ARCHIVER
           PERFORM CLOTURE-PROMOTIONS
           PERFORM CLOTURE-REPORTER-ELEVES
           PERFORM CLOTURE-REGISTRE
           PERFORM CLOTURE-VIDER-NOTES

           DISPLAY "Annee cloturee. Archive : " ARCHIVE-NOM
           DISPLAY "Registre dans cloture.txt"
         END-IF
       END-IF
       .

       CLOTURE-CUMULER-ELEVES.
       MOVE 0 TO SM-NB-MAT
       MOVE 0 TO SE-NB-ELV
       MOVE 'N' TO SE-DEBORDE
       MOVE 0 TO FILTRE-PERIODE

       OPEN INPUT NIDX
             SET PERF-END-OK TO TRUE
           NOT AT END
             MOVE SPACES TO ARCHIVE-LIGNE
             STRING NIDX-CLASSE DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    NIDX-ELEVE-ID DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM(NIDX-ELEVE-NOM)
                      DELIMITED BY SIZE
       IF NOT FS-ABS-OK
         DISPLAY "Pas d'assiduite a archiver."
       ELSE
         MOVE LOW-VALUES TO AB-CLE
         SET ABS-END TO SPACE
         START ABSENCES KEY IS >= AB-CLE
           INVALID KEY
             NOT AT END
               MOVE SPACES TO ARCHIVE-LIGNE
               STRING "ASSIDUITE;" DELIMITED BY SIZE
                      AB-CLASSE DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      AB-ELEVE-ID DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      AB-PERIODE DELIMITED BY SIZE
       END-IF
       .

      * *** Classe de l'annee suivante de chaque classe, prise au ***
      * *** referentiel classes.csv ; une classe absente du       ***
      * *** referentiel est demandee puis ajoutee                 ***
       CLOTURE-PROMOTIONS.
       PERFORM CHARGER-CLASSES
       MOVE 'N' TO CR-MODIFIE
       PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > SE-NB-ELV
         MOVE SE-CLASSE (ST-I) TO CR-CHERCHE
         PERFORM CHERCHER-CLASSE
         IF CR-TROUVE = 0 AND CR-NB < 30
           DISPLAY "Classe de l'annee suivante pour la classe "
                   SE-CLASSE (ST-I) " (vide = sortie) ?"
                   WITH NO ADVANCING
           ADD 1 TO CR-NB
           MOVE SE-CLASSE (ST-I) TO CR-CLASSE (CR-NB)
           MOVE SPACES TO CR-SUIVANTE (CR-NB)
           ACCEPT CR-SUIVANTE (CR-NB)
           MOVE FUNCTION UPPER-CASE(CR-SUIVANTE (CR-NB))
             TO CR-SUIVANTE (CR-NB)
           MOVE 'O' TO CR-MODIFIE
         END-IF
       END-PERFORM
       IF CR-MODIFIE = 'O'
         PERFORM SAUVER-CLASSES
       END-IF
       .

      * *** Decision de passage et classe de destination de      ***
      * *** l'eleve ST-I : la classe suivante s'il passe, la     ***
      * *** meme classe s'il redouble, aucune en fin de cycle    ***
       CLOTURE-DESTINATION.
       IF SE-MOYG (ST-I) >= SEUIL-PASSAGE
         MOVE "PASSAGE" TO CL-DECISION
         MOVE SE-CLASSE (ST-I) TO CR-CHERCHE
         PERFORM CHERCHER-CLASSE
         IF CR-TROUVE > 0
           MOVE CR-SUIVANTE (CR-TROUVE) TO CL-NOUVELLE-CLASSE
         ELSE
           MOVE SPACES TO CL-NOUVELLE-CLASSE
         END-IF
       ELSE
         MOVE "REDOUBLEMENT" TO CL-DECISION
         MOVE SE-CLASSE (ST-I) TO CL-NOUVELLE-CLASSE
       END-IF
       .

      * *** Liste des eleves reportee sur la nouvelle annee avec ***
      * *** la decision de passage : id;nom;decision;classe de   ***
      * *** l'annee suivante;classe de l'annee close             ***
       CLOTURE-REPORTER-ELEVES.
       MOVE 0 TO CL-PASSAGE
       MOVE 0 TO CL-REDOUBLE
       MOVE 0 TO CL-SORTANTS
       OPEN OUTPUT ELEVES-AN
       PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > SE-NB-ELV
         PERFORM CLOTURE-DESTINATION
         IF CL-DECISION = "PASSAGE"
           ADD 1 TO CL-PASSAGE
           IF CL-NOUVELLE-CLASSE = SPACES
             ADD 1 TO CL-SORTANTS
           END-IF
         ELSE
           ADD 1 TO CL-REDOUBLE
         END-IF
         MOVE SPACES TO ELEVES-AN-LIGNE
                ";" DELIMITED BY SIZE
                FUNCTION TRIM(SE-NOM (ST-I)) DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                FUNCTION TRIM(CL-DECISION) DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                FUNCTION TRIM(CL-NOUVELLE-CLASSE) DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                FUNCTION TRIM(SE-CLASSE (ST-I)) DELIMITED BY SIZE
           INTO ELEVES-AN-LIGNE
         WRITE ELEVES-AN-LIGNE
       END-PERFORM
              CL-REDOUBLE DELIMITED BY SIZE
         INTO CLOTURE-LIGNE
       WRITE CLOTURE-LIGNE
       MOVE SPACES TO CLOTURE-LIGNE
       STRING "ELEVES EN FIN DE CYCLE : " DELIMITED BY SIZE
              CL-SORTANTS DELIMITED BY SIZE
         INTO CLOTURE-LIGNE
       WRITE CLOTURE-LIGNE
       PERFORM VARYING ST-I FROM 1 BY 1 UNTIL ST-I > SE-NB-ELV
         CALL "format-number" USING BY CONTENT SE-MOYG (ST-I)
           BY REFERENCE ST-MOY-EDIT
         PERFORM CLOTURE-DESTINATION
         MOVE SPACES TO CLOTURE-LIGNE
         STRING SE-CLASSE (ST-I) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SE-ID (ST-I) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SE-NOM (ST-I) DELIMITED BY SIZE
                " MOYENNE " DELIMITED BY SIZE
                ST-MOY-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CL-DECISION DELIMITED BY SIZE
                " -> " DELIMITED BY SIZE
                CL-NOUVELLE-CLASSE DELIMITED BY SIZE
           INTO CLOTURE-LIGNE
         WRITE CLOTURE-LIGNE
       END-PERFORM
       CLOSE CLOTURE
       .

      * *** Chargement du referentiel des classes en memoire ***
       CHARGER-CLASSES.
       MOVE 0 TO CR-NB
       OPEN INPUT CLASSES
       IF FS-CLASSES-OK
         SET CLASSES-END TO SPACE
         PERFORM UNTIL CLASSES-END-OK
           READ CLASSES
             AT END
               SET CLASSES-END-OK TO TRUE
             NOT AT END
               MOVE SPACES TO CLASSES-CHAMPS
               UNSTRING CLASSES-LIGNE DELIMITED BY ";"
                 INTO CRF-CLASSE-X CRF-SUIVANTE-X
               END-UNSTRING
               IF CR-NB < 30
                 ADD 1 TO CR-NB
                 MOVE FUNCTION UPPER-CASE(CRF-CLASSE-X)
                   TO CR-CLASSE (CR-NB)
                 MOVE FUNCTION UPPER-CASE(CRF-SUIVANTE-X)
                   TO CR-SUIVANTE (CR-NB)
               END-IF
           END-READ
         END-PERFORM
         CLOSE CLASSES
       END-IF
       .

      * *** Recherche de CR-CHERCHE dans le referentiel des classes ***
       CHERCHER-CLASSE.
       MOVE 0 TO CR-TROUVE
       PERFORM VARYING CR-I FROM 1 BY 1
               UNTIL CR-I > CR-NB OR CR-TROUVE > 0
         IF CR-CLASSE (CR-I) = CR-CHERCHE
           MOVE CR-I TO CR-TROUVE
         END-IF
       END-PERFORM
       .

       SAUVER-CLASSES.
       OPEN OUTPUT CLASSES
       PERFORM VARYING CR-I FROM 1 BY 1 UNTIL CR-I > CR-NB
         MOVE SPACES TO CLASSES-LIGNE
         STRING FUNCTION TRIM(CR-CLASSE (CR-I)) DELIMITED BY SIZE
                ";" DELIMITED BY SIZE
                FUNCTION TRIM(CR-SUIVANTE (CR-I)) DELIMITED BY SIZE
           INTO CLASSES-LIGNE
         WRITE CLASSES-LIGNE
       END-PERFORM
       CLOSE CLASSES
       .

      * *** Remise a zero des notes et de l'assiduite pour la     ***
      * *** rentree : la nouvelle annee part d'une base vide et   ***
      * *** auditable                                              ***
       CLOSE NIDX
       OPEN OUTPUT ABSENCES
       CLOSE ABSENCES
       OPEN OUTPUT PERIODES
       CLOSE PERIODES
       PERFORM CHARGER-PERIODES
       .

      * *** Journal : la note preparee dans NIDX-ENRG, avant     ***
      * *** l'ecriture, devient la valeur apres modification     ***
       AUDIT-NOUVELLE-NOTE.
       MOVE NIDX-CLASSE TO AC-CLASSE
       MOVE NIDX-ELEVE-ID TO AC-ELEVE-ID
       MOVE NIDX-MAT TO AC-MAT
       MOVE NIDX-PERIODE TO AC-NOU-PERIODE
       MOVE NIDX-MOY TO AC-NOU-MOY
       MOVE NIDX-COEFF TO AC-NOU-COEFF
       .

      * *** Ecriture d'une ligne de journal, horodatee, signalee ***
      * *** si l'un des trimestres touches est deja clos          ***
       ECRIRE-AUDIT.
       ACCEPT AC-DATE FROM DATE YYYYMMDD
       ACCEPT AC-HEURE-LUE FROM TIME
       MOVE AC-HEURE-LUE (1:6) TO AC-HEURE
       MOVE PC-ID TO AC-PROF
       MOVE 'N' TO AC-APRES-CLOTURE
       IF AC-ANC-PERIODE >= 1 AND AC-ANC-PERIODE <= 3
         IF TP-DATE (AC-ANC-PERIODE) NOT = 0
           MOVE 'O' TO AC-APRES-CLOTURE
         END-IF
       END-IF
       IF AC-NOU-PERIODE >= 1 AND AC-NOU-PERIODE <= 3
         IF TP-DATE (AC-NOU-PERIODE) NOT = 0
           MOVE 'O' TO AC-APRES-CLOTURE
         END-IF
       END-IF
       IF AC-APRES-CLOTURE = 'O'
         DISPLAY "Attention : trimestre deja clos, modification "
                 "signalee au journal."
       END-IF
       OPEN EXTEND AUDIT
       WRITE AUDIT-ENRG FROM AUDIT-COURANT
       CLOSE AUDIT
       .

      * *** Dates de cloture des trimestres en memoire ***
       CHARGER-PERIODES.
       PERFORM VARYING TP-I FROM 1 BY 1 UNTIL TP-I > 3
         MOVE 0 TO TP-DATE (TP-I)
         MOVE 0 TO TP-HEURE (TP-I)
       END-PERFORM
       OPEN INPUT PERIODES
       IF FS-PERIODES-OK
         SET PERIODES-END TO SPACE
         PERFORM UNTIL PERIODES-END-OK
           READ PERIODES
             AT END
               SET PERIODES-END-OK TO TRUE
             NOT AT END
               MOVE SPACES TO PERIODES-CHAMPS
               UNSTRING PERIODES-LIGNE DELIMITED BY ";"
                 INTO TPF-PERIODE-X TPF-DATE-X TPF-HEURE-X
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(TPF-PERIODE-X) = 0
                  AND FUNCTION TEST-NUMVAL(TPF-DATE-X) = 0
                  AND FUNCTION TEST-NUMVAL(TPF-HEURE-X) = 0
                 MOVE FUNCTION NUMVAL(TPF-PERIODE-X) TO TP-I
                 IF TP-I >= 1 AND TP-I <= 3
                   MOVE FUNCTION NUMVAL(TPF-DATE-X) TO TP-DATE (TP-I)
                   MOVE FUNCTION NUMVAL(TPF-HEURE-X)
                     TO TP-HEURE (TP-I)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PERIODES
       END-IF
       .

      * *** Cloture d'un trimestre : toute modification de ses    ***
      * *** notes sera ensuite signalee au journal                ***
       CLORE-PERIODE.
       PERFORM SAISIR-PERIODE
       IF TP-DATE (RECH-PERIODE) NOT = 0
         DISPLAY "Trimestre deja clos le " TP-DATE (RECH-PERIODE)
       ELSE
         DISPLAY "Confirmer la cloture du trimestre " RECH-PERIODE
                 " (O/N) ?" WITH NO ADVANCING
         ACCEPT CONFIRME
         IF CONFIRME-OUI
           ACCEPT TP-DATE (RECH-PERIODE) FROM DATE YYYYMMDD
           ACCEPT AC-HEURE-LUE FROM TIME
           MOVE AC-HEURE-LUE (1:6) TO TP-HEURE (RECH-PERIODE)
           OPEN OUTPUT PERIODES
           PERFORM VARYING TP-I FROM 1 BY 1 UNTIL TP-I > 3
             IF TP-DATE (TP-I) NOT = 0
               MOVE SPACES TO PERIODES-LIGNE
               STRING TP-I DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      TP-DATE (TP-I) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      TP-HEURE (TP-I) DELIMITED BY SIZE
                 INTO PERIODES-LIGNE
               WRITE PERIODES-LIGNE
             END-IF
           END-PERFORM
           CLOSE PERIODES
           DISPLAY "Trimestre " RECH-PERIODE " clos."
         ELSE
           DISPLAY "Cloture annulee."
         END-IF
       END-IF
       .

      * *** Journal des modifications de notes par professeur ou  ***
      * *** pour l'eleve courant, sur une periode de dates ; les  ***
      * *** modifications apres cloture sont marquees d'un *      ***
       RAPPORT-AUDIT.
       DISPLAY "Journal par professeur (P) ou pour l'eleve courant "
               "(E) ?" WITH NO ADVANCING
       ACCEPT JA-CRITERE
       IF JA-PAR-PROF
         DISPLAY "Identifiant professeur (vide = vous-meme) ?"
                 WITH NO ADVANCING
         MOVE SPACES TO JA-PROF
         ACCEPT JA-PROF
         MOVE FUNCTION UPPER-CASE(JA-PROF) TO JA-PROF
         IF JA-PROF = SPACES
           MOVE PC-ID TO JA-PROF
         END-IF
       END-IF
       DISPLAY "Du (AAAAMMJJ, vide = debut) ?" WITH NO ADVANCING
       MOVE SPACES TO JA-DU-X
       ACCEPT JA-DU-X
       MOVE 0 TO JA-DU
       IF JA-DU-X NOT = SPACES
          AND FUNCTION TEST-NUMVAL(JA-DU-X) = 0
         MOVE FUNCTION NUMVAL(JA-DU-X) TO JA-DU
       END-IF
       DISPLAY "Au (AAAAMMJJ, vide = fin) ?" WITH NO ADVANCING
       MOVE SPACES TO JA-AU-X
       ACCEPT JA-AU-X
       MOVE 99999999 TO JA-AU
       IF JA-AU-X NOT = SPACES
          AND FUNCTION TEST-NUMVAL(JA-AU-X) = 0
         MOVE FUNCTION NUMVAL(JA-AU-X) TO JA-AU
       END-IF

       MOVE 0 TO JA-LUES
       MOVE 0 TO JA-RETENUES
       MOVE 0 TO JA-SIGNALEES
       OPEN INPUT AUDIT
       IF NOT FS-AUDIT-OK
         DISPLAY "Journal des modifications vide."
       ELSE
         OPEN OUTPUT BULLETIN
         MOVE SPACES TO BULLETIN-LIGNE
         IF JA-PAR-PROF
           STRING "JOURNAL DES NOTES - PROFESSEUR " DELIMITED BY SIZE
                  JA-PROF DELIMITED BY SIZE
             INTO BULLETIN-LIGNE
         ELSE
           STRING "JOURNAL DES NOTES - ELEVE " DELIMITED BY SIZE
                  EC-CLASSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EC-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EC-NOM DELIMITED BY SIZE
             INTO BULLETIN-LIGNE
         END-IF
         WRITE BULLETIN-LIGNE
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "DU " DELIMITED BY SIZE
                JA-DU DELIMITED BY SIZE
                " AU " DELIMITED BY SIZE
                JA-AU DELIMITED BY SIZE
                " - * = MODIFIE APRES CLOTURE DU TRIMESTRE"
                DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
         MOVE SPACES TO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE

         SET AUDIT-END TO SPACE
         PERFORM UNTIL AUDIT-END-OK
           READ AUDIT
             AT END
               SET AUDIT-END-OK TO TRUE
             NOT AT END
               ADD 1 TO JA-LUES
               IF AU-DATE >= JA-DU AND AU-DATE <= JA-AU
                  AND ((JA-PAR-PROF AND AU-PROF = JA-PROF)
                   OR (NOT JA-PAR-PROF AND AU-CLASSE = EC-CLASSE
                       AND AU-ELEVE-ID = EC-ID))
                 PERFORM ECRIRE-LIGNE-AUDIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE AUDIT

         MOVE SPACES TO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
         MOVE SPACES TO BULLETIN-LIGNE
         STRING "MODIFICATIONS : " DELIMITED BY SIZE
                JA-RETENUES DELIMITED BY SIZE
                " DONT APRES CLOTURE : " DELIMITED BY SIZE
                JA-SIGNALEES DELIMITED BY SIZE
           INTO BULLETIN-LIGNE
         WRITE BULLETIN-LIGNE
         CLOSE BULLETIN
         DISPLAY "Modifications retenues : " JA-RETENUES
                 " dont apres cloture : " JA-SIGNALEES
         DISPLAY "Journal exporte dans bulletin.txt"
       END-IF
       .

      * *** Une ligne : date heure prof action eleve matiere      ***
      * *** trimestre note/coefficient avant > apres               ***
       ECRIRE-LIGNE-AUDIT.
       ADD 1 TO JA-RETENUES
       MOVE SPACE TO JA-MARQUE
       IF AU-APRES-CLOTURE-OUI
         ADD 1 TO JA-SIGNALEES
         MOVE "*" TO JA-MARQUE
       END-IF
       CALL "format-number" USING BY CONTENT AU-ANC-MOY
         BY REFERENCE JA-ANC-EDIT
       CALL "format-number" USING BY CONTENT AU-NOU-MOY
         BY REFERENCE JA-NOU-EDIT
       MOVE SPACES TO BULLETIN-LIGNE
       STRING JA-MARQUE DELIMITED BY SIZE
              AU-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AU-HEURE (1:4) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AU-PROF DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AU-ACTION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AU-CLASSE DELIMITED BY SIZE
              AU-ELEVE-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AU-MAT (1:12) DELIMITED BY SIZE
              " T" DELIMITED BY SIZE
              AU-ANC-PERIODE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              JA-ANC-EDIT DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              AU-ANC-COEFF DELIMITED BY SIZE
              " > T" DELIMITED BY SIZE
              AU-NOU-PERIODE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              JA-NOU-EDIT DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              AU-NOU-COEFF DELIMITED BY SIZE
         INTO BULLETIN-LIGNE
       WRITE BULLETIN-LIGNE
       .

      * *** Procédure pour afficher la moyenne générale ***
           AT END
             SET PERF-END-OK TO TRUE
           NOT AT END
             IF NIDX-ELEVE-ID = EC-ID AND NIDX-CLASSE = EC-CLASSE
                AND (FILTRE-TOUS-TRIMESTRES
                     OR NIDX-PERIODE = FILTRE-PERIODE)
               COMPUTE RES-MOYC = RES-MOYC +
