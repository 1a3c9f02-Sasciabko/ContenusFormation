000527*                       nnn jours, F45 = 45 jours fin de mois),
000528*                       date d'echeance calculee a l'emission,
000529*                       portee dans Ent030 et sur la facture.
000530*  15/10/2026  JFR     Enregistrement client Ent010 porte a
000531*                       250 caracteres : numero SIREN et numero
000532*                       de TVA intracommunautaire du client
000533*                       (facturation electronique).
000534*  15/10/2026  JFR     Facturation recapitulative mensuelle des
000535*                       clients en mode M (Ent010) : commandes
000536*                       validees mises en attente sur Ent022 puis,
000537*                       en fin de periode (PARM col. 10 = M), une
000538*                       facture par client regroupant ses
000539*                       commandes (sous-total par commande,
000540*                       ventilation TVA commune, entete Ent030
000541*                       unique, lignes Ent032 rattachees a leur
000542*                       commande d'origine). Duplicata refuse sur
000543*                       une commande ainsi regroupee.
000544*  15/10/2026  PDU     Verrouillage des periodes : facturation
000545*                       refusee si le mois de la date de
000546*                       traitement est en cloture ou clos dans le
000547*                       fichier des periodes Ent082 (REJET au
000548*                       journal Ent060, RETURN-CODE 8).
000549*  15/10/2026  PDU     Controle d'encours : le solde des
000550*                       factures en litige ouvert dans le fichier
000551*                       des litiges Ent089 (MAJLIT) n'est plus
000552*                       compte dans l'encours du client.
000553*================================================================
000554 ENVIRONMENT DIVISION.
000555*================================================================
000556 CONFIGURATION SECTION.
000557*    ---
000558 SOURCE-COMPUTER.      IBM-370.
000559 OBJECT-COMPUTER.      IBM-370.
000560*
000561 INPUT-OUTPUT SECTION.
000562*    ---
000563 FILE-CONTROL.
000580     SELECT ENT010  ASSIGN TO ENT010
000590            ORGANIZATION IS INDEXED
000592            ACCESS MODE IS RANDOM
000660     SELECT ENT021  ASSIGN TO ENT021
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS FS-ENT021.
000682*
000684     SELECT OPTIONAL ENT022  ASSIGN TO ENT022
000686            ORGANIZATION IS SEQUENTIAL
000688            FILE STATUS IS FS-ENT022.
000690*
000691     SELECT ENT015  ASSIGN TO ENT015
000692            ORGANIZATION IS SEQUENTIAL
000830            ORGANIZATION IS SEQUENTIAL
000840            FILE STATUS IS FS-ENT060.
000850*
000851     SELECT OPTIONAL ENT082  ASSIGN TO ENT082
000852            ORGANIZATION IS INDEXED
000853            ACCESS MODE IS RANDOM
000854            RECORD KEY IS MOIS-PER
000855            FILE STATUS IS FS-ENT082.
000856*
000860     SELECT ENT070  ASSIGN TO ENT070
000870            ORGANIZATION IS SEQUENTIAL
000880            FILE STATUS IS FS-ENT070.
000881*
000882     SELECT OPTIONAL ENT089  ASSIGN TO ENT089
000883            ORGANIZATION IS INDEXED
000884            ACCESS MODE IS RANDOM
000885            RECORD KEY IS NUM-FACT-LIT
000886            FILE STATUS IS FS-ENT089.
000890*
000900     SELECT ENT080  ASSIGN TO ENT080
000910            ORGANIZATION IS SEQUENTIAL
000990*    FICHIER CLIENTS
001000*----------------------------------------------------------------
001010 FD  ENT010 LABEL RECORD STANDARD
001030             RECORD  CONTAINS  250 CHARACTERS
001050             DATA RECORD  ENT-CLI.
001060 01  ENT-CLI.
001070         10 NUM-CLI      PIC    9(05).
001110         10 TEL-CLI      PIC    X(20).
001120         10 MOB-CLI      PIC    X(20).
001125         10 COD-PAI-CLI  PIC    X(03).
001130         10 SIREN-CLI    PIC    X(09).
001131         10 TVA-CEE-CLI  PIC    X(14).
001132         10 MOD-FAC-CLI  PIC    X(01).
001133            88 FACTURATION-RECAP   VALUE 'M'.
001134         10 COD-COM-CLI  PIC    X(04).
001135         10              PIC    X(34).
001140*----------------------------------------------------------------
001150*    FICHIER COMMANDES
001160*----------------------------------------------------------------
001470            20 REF-PDT-S  PIC   X(15).
001480            20 NOM-PDT-S  PIC   X(25).
001490            20 NBR-PDT-S  PIC   9(02).
001491            20 PRX-PDT-S  PIC   9(03)V99.
001492            20            PIC   X(53).
001493*----------------------------------------------------------------
001494*    COMMANDES EN ATTENTE DE FACTURATION RECAPITULATIVE - LIGNES
001495*    CALCULEES DES COMMANDES DES CLIENTS EN MODE DE FACTURATION
001496*    M, CUMULEES JUSQU'A L'EMISSION DE LA FACTURE DE FIN DE
001497*    PERIODE
001498*----------------------------------------------------------------
001499 FD  ENT022 LABEL RECORD STANDARD
001500             BLOCK   CONTAINS    0 RECORDS
001501             RECORD  CONTAINS  120 CHARACTERS
001502             RECORDING MODE IS   F
001503             DATA RECORD ENT-ATT.
001504 01  ENT-ATT.
001505         10 NUM-CMD-ATT     PIC  9(05).
001506         10 NUM-CLI-ATT     PIC  9(05).
001507         10 DAT-CMD-ATT     PIC  9(08).
001508         10 REF-PDT-ATT     PIC  X(15).
001509         10 NOM-PDT-ATT     PIC  X(25).
001510         10 NBR-PDT-ATT     PIC  9(02).
001511         10 PRX-PDT-ATT     PIC  9(03)V99.
001512         10 MNT-HT-ATT      PIC  9(06)V99.
001513         10 MNT-TVA-ATT     PIC  9(06)V99.
001514         10 MNT-TTC-ATT     PIC  9(06)V99.
001515         10 TX-TVA-ATT      PIC  9V9(04).
001516         10                 PIC  X(26).
001520*----------------------------------------------------------------
001521*    TAUX DE CHANGE QUOTIDIENS PUBLIES PAR LA TRESORERIE -
001522*    TAUX PAR RAPPORT A LA DEVISE DOMESTIQUE (EUR)
001669         10 NUM-AVOIR-HIST    PIC  9(05).
001670         10 NUM-FACT-HIST     PIC  9(05).
001671         10 DAT-ECH-HIST      PIC  9(08).
001672*           NOMBRE DE COMMANDES REGROUPEES PAR UNE FACTURE
001673*           RECAPITULATIVE (ZERO POUR UNE AUTRE PIECE) :
001674         10 NBR-CMD-REC-HIST  PIC  9(03).
001675         10                   PIC  X(06).
001676*----------------------------------------------------------------
001677*    DETAIL DES LIGNES FACTUREES (UNE LIGNE DE PRODUIT PAR
001678*    ENREGISTREMENT, MONTANTS ET QUANTITE EN NEGATIF POUR LES
001679*    AVOIRS) - ALIMENTE L'ETAT MENSUEL DES VENTES
001680*----------------------------------------------------------------
001681 FD  ENT032 LABEL RECORD STANDARD
001682             BLOCK   CONTAINS    0 RECORDS
001683             RECORD  CONTAINS   80 CHARACTERS
001684             RECORDING MODE IS   F
001685             DATA RECORD ENT-DET.
001686 01  ENT-DET.
001687         10 NUM-CMD-DET       PIC  9(05).
001688         10 NUM-CLI-DET       PIC  9(05).
001689         10 REF-PDT-DET       PIC  X(15).
001690         10 NBR-PDT-DET       PIC S9(02).
001691         10 PRX-PDT-DET       PIC  9(03)V99.
001692         10 MNT-HT-DET        PIC S9(06)V99.
001693         10 MNT-TVA-DET       PIC S9(06)V99.
001694         10 MNT-TTC-DET       PIC S9(06)V99.
001695         10 DAT-TRT-DET       PIC  9(08).
001696         10 TYP-PIECE-DET     PIC  X(01).
001697         10 NUM-FACT-DET      PIC  9(05).
001698         10                   PIC  X(10).
001699*----------------------------------------------------------------
001700*    ETAT DE CONTROLE - RAPPROCHEMENT DES MONTANTS
001701*----------------------------------------------------------------
001702 FD  ENT040 LABEL RECORDS OMITTED
001710             RECORD  CONTAINS  132 CHARACTERS
001720             RECORDING MODE IS   F
001730             DATA RECORD LIGNE-CTL.
002112         10 NUM-CMD-DUP-N REDEFINES NUM-CMD-DUP
002113                           PIC   9(05).
002114         10                PIC   X(15).
002115*----------------------------------------------------------------
002116*    FICHIER DES PERIODES COMPTABLES (INDEXE SUR LE MOIS, TENU
002117*    PAR CLOTPER) - SEUL L'ETAT DU MOIS EST EXPLOITE
002118*----------------------------------------------------------------
002119 FD  ENT082 LABEL RECORD STANDARD
002120             RECORD  CONTAINS  150 CHARACTERS
002121             DATA RECORD  ENT-PER.
002122 01  ENT-PER.
002123         10 MOIS-PER          PIC  9(06).
002124         10 ETAT-PER          PIC  X(01).
002125            88 PER-OUVERTE         VALUE 'O'.
002126            88 PER-EN-CLOTURE      VALUE 'E'.
002127            88 PER-CLOSE           VALUE 'C'.
002128            88 PER-ARCHIVABLE      VALUE 'A'.
002129         10                   PIC  X(143).
002130*----------------------------------------------------------------
002131*    FICHIER DES LITIGES CLIENTS (INDEXE SUR LE NUMERO DE
002132*    FACTURE, TENU PAR MAJLIT) - SEUL L'ETAT DU LITIGE EST
002133*    EXPLOITE
002134*----------------------------------------------------------------
002135 FD  ENT089 LABEL RECORD STANDARD
002136             RECORD  CONTAINS  120 CHARACTERS
002137             DATA RECORD  ENT-LIT.
002138 01  ENT-LIT.
002139         10 NUM-FACT-LIT      PIC  9(05).
002140         10 NUM-CMD-LIT       PIC  9(05).
002141         10 NUM-CLI-LIT       PIC  9(05).
002142         10 ETAT-LIT          PIC  X(01).
002143            88 LIT-OUVERT          VALUE 'O'.
002144         10                   PIC  X(104).
002145*================================================================
002146 WORKING-STORAGE SECTION.
002147*    ---
002148*
002150*   CONSTANTES :
002160 01 C-NOMPGM             PIC  X(08)   VALUE 'ImpFactu'.
002170 01 C-DEV-HOME           PIC  X(03)   VALUE 'EUR'.
002180 01 C-TX-TVA             PIC  9V9999  VALUE 0.2000.
002190 01 C-FREQ-CHECKPOINT    PIC  9(03)   VALUE 50.
002195 01 C-NBR-MAX-ATT        PIC  9(04)   VALUE 5000.
002200 01 C-NBR-MAX-REC        PIC  9(04)   VALUE 2000.
002205 01 C-RC-REFUS           PIC  9(02)   VALUE 08.
002210 01 C-NBR-MAX-PDT        PIC  9(03)   VALUE 200.
002211 01 C-NBR-MAX-SUITE      PIC  9(03)   VALUE 180.
002212 01 C-NBR-MAX-HIST       PIC  9(05)   VALUE 10000.
002347    88 ACTION-PRIX-REJET         VALUE 'R'.
002348    88 ACTION-PRIX-CATALOGUE     VALUE 'C'.
002350*
002351*   EMISSION DES FACTURES RECAPITULATIVES DE FIN DE PERIODE
002352*   (PARM COL. 10 = M) :
002353 01 W-FIN-PERIODE        PIC  X(01)  VALUE SPACE.
002354    88 EMISSION-RECAP            VALUE 'M'.
002355*
002360*   DATE DE TRAITEMENT :
002370 01 W-DATE-TRAITEMENT    PIC  9(08).
002380*
002410 01 W-CPT-FACTURE        PIC  9(07)       VALUE ZERO.
002420 01 W-CPT-REJET          PIC  9(07)       VALUE ZERO.
002425 01 W-CPT-SAUTEES        PIC  9(07)       VALUE ZERO.
002426 01 W-CPT-ATTENTE        PIC  9(07)       VALUE ZERO.
002427 01 W-CPT-RECAP          PIC  9(07)       VALUE ZERO.
002428 01 W-CPT-CMD-RECAP      PIC  9(07)       VALUE ZERO.
002430 01 W-MNT-TOTAL-FACTURE  PIC  9(09)V99   VALUE ZERO.
002431 01 W-CPT-AVR-LU         PIC  9(07)       VALUE ZERO.
002432 01 W-CPT-AVOIR          PIC  9(07)       VALUE ZERO.
003099 01 W-AFF-BASE-VENT      PIC  9(09)V99.
003100 01 W-AFF-TVA-VENT       PIC  9(09)V99.
003101*
003102*   COMMANDES EN ATTENTE DE FACTURATION RECAPITULATIVE (ENT022)
003103*   CHARGEES A L'INITIALISATION ET COMPLETEES PAR LES MISES EN
003104*   ATTENTE DU JOUR - UN POSTE PAR LIGNE DE PRODUIT :
003105 01 W-NBR-ATT            PIC  9(04)  COMP VALUE ZERO.
003106 01 W-TABLE-ATT.
003107    10 W-ATT OCCURS 1 TO 5000 TIMES
003108          DEPENDING ON W-NBR-ATT
003109          INDEXED BY IND-ATT.
003110       15 W-ATT-NUM-CMD    PIC 9(05).
003111       15 W-ATT-NUM-CLI    PIC 9(05).
003112       15 W-ATT-DAT-CMD    PIC 9(08).
003113       15 W-ATT-REF        PIC X(15).
003114       15 W-ATT-NOM        PIC X(25).
003115       15 W-ATT-NBR        PIC 9(02).
003116       15 W-ATT-PRX        PIC 9(03)V99.
003117       15 W-ATT-HT         PIC 9(06)V99.
003118       15 W-ATT-TVA        PIC 9(06)V99.
003119       15 W-ATT-TTC        PIC 9(06)V99.
003120       15 W-ATT-TX         PIC 9V9(04).
003121       15 W-ATT-ETAT       PIC X(01).
003122          88 W-ATT-EN-ATTENTE   VALUE ' '.
003123          88 W-ATT-FACTUREE     VALUE 'F'.
003124          88 W-ATT-CONSERVEE    VALUE 'C'.
003125*
003126*   CHARGEMENT DES ATTENTES - COMMANDE PRECEDENTE ET DERNIERE
003127*   COMMANDE ECARTEE (DEJA FACTUREE) :
003128 01 W-ATT-RECH           PIC  9(05).
003129 01 W-ATT-CMD-PREC       PIC  9(05)       VALUE ZERO.
003130 01 W-ATT-CMD-ECARTEE    PIC  9(05)       VALUE ZERO.
003131 01 W-MNT-ENC-ATT        PIC S9(11)V99.
003132*
003133*   FACTURE RECAPITULATIVE EN COURS D'EMISSION :
003134 01 W-IDX-ATT-DEB        PIC  9(04)  COMP.
003135 01 W-CLI-RECAP          PIC  9(05).
003136 01 W-CMD-RECAP-1        PIC  9(05).
003137 01 W-CMD-COURANTE       PIC  9(05).
003138 01 W-NBR-CMD-RECAP      PIC  9(03)       VALUE ZERO.
003139 01 W-SST-HT             PIC S9(09)V99.
003140 01 W-SST-TVA            PIC S9(09)V99.
003141 01 W-SST-TTC            PIC S9(09)V99.
003142*
003143*   FACTURES RECAPITULATIVES DE L'HISTORIQUE (ENT030), AUXQUELLES
003144*   AUCUN DUPLICATA N'EST EDITE - LEURS COMMANDES AUTRES QUE
003145*   LA PREMIERE SONT RELUES SUR ENT032 :
003146 01 W-NBR-REC            PIC  9(04)  COMP VALUE ZERO.
003147 01 W-TABLE-REC.
003148    10 W-REC OCCURS 1 TO 2000 TIMES
003149          DEPENDING ON W-NBR-REC
003150          INDEXED BY IND-REC.
003151       15 W-REC-NUM-FACT   PIC 9(05).
003152       15 W-REC-NUM-CMD    PIC 9(05).
003153       15 W-REC-NUM-CLI    PIC 9(05).
003154       15 W-REC-DAT-ECH    PIC 9(08).
003155 01 W-DET-CMD-PREC       PIC  9(05)       VALUE ZERO.
003156*
003191*   TABLE DES COMMANDES DEJA FACTUREES (HISTORIQUE ENT030),
003192*   CONSULTEE POUR N'ADMETTRE UN AVOIR QUE SUR UNE COMMANDE
003193*   REELLEMENT FACTUREE :
003320   88 CLIENT-VALIDE        VALUE "OK".
003330   88 CLIENT-INVALIDE      VALUE "KO".
003340*
003341* LA COMMANDE EN COURS EST-ELLE MISE EN ATTENTE DE LA FACTURE
003342* RECAPITULATIVE DE FIN DE PERIODE (CLIENT EN MODE M).
003343 01                     PIC   X(02).
003344   88 CMD-EN-ATTENTE       VALUE "OK".
003345   88 CMD-A-FACTURER       VALUE "KO".
003346*
003350* DISPONIBILITE D'UN ENREGISTREMENT DE SUITE (ENT021).
003360 01                     PIC   X(02).
003370   88 ENT021-DISPONIBLE    VALUE "OK".
003461   88 TARIF-TROUVE         VALUE "OK".
003463   88 TARIF-ABSENT         VALUE "KO".
003465*
003466* PRESENCE DE LA COMMANDE EN COURS DANS LA TABLE DES ATTENTES.
003467 01                     PIC   X(02).
003468   88 ATT-TROUVEE          VALUE "OK".
003469   88 ATT-ABSENTE          VALUE "KO".
003470*
003471* PRESENCE DU FICHIER DES LITIGES ENT089 (CONTROLE D'ENCOURS).
003472 01                     PIC   X(02).
003473   88 LITIGES-PRESENTS     VALUE "OK".
003474   88 LITIGES-ABSENTS      VALUE "KO".
003475*
003476* LE POSTE OUVERT EN COURS FAIT-IL L'OBJET D'UN LITIGE OUVERT.
003477 01                     PIC   X(02).
003478   88 POSTE-EN-LITIGE      VALUE "OK".
003479   88 POSTE-HORS-LITIGE    VALUE "KO".
003480*
003481 01 W-STATUS.
003482   10 FS-ENT010         PIC   X(02).
003483      88 FS-ENT010-OK      VALUE "00".
003484      88 FS-ENT010-INCONNU VALUE "23".
003485   10 FS-ENT020         PIC   X(02).
003486      88 FS-ENT020-OK      VALUE "00".
003487      88 FIN-ENT020        VALUE "10".
003488   10 FS-ENT021         PIC   X(02).
003489      88 FS-ENT021-OK      VALUE "00".
003490      88 FIN-ENT021        VALUE "10".
003491   10 FS-ENT022         PIC   X(02).
003492      88 FS-ENT022-OK      VALUE "00".
003493      88 FS-ENT022-ABS     VALUE "05".
003494      88 FIN-ENT022        VALUE "10".
003495   10 FS-ENT015         PIC   X(02).
003496      88 FS-ENT015-OK      VALUE "00".
003497      88 FIN-ENT015        VALUE "10".
003500   10 FS-ENT016         PIC   X(02).
003502      88 FS-ENT016-OK      VALUE "00".
003578   10 FS-ENT032         PIC   X(02).
003580      88 FS-ENT032-OK      VALUE "00".
003582      88 FS-ENT032-ABS     VALUE "05".
003583      88 FIN-ENT032        VALUE "10".
003585   10 FS-ENT040         PIC   X(02).
003587      88 FS-ENT040-OK      VALUE "00".
003590   10 FS-ENT050         PIC   X(02).
003607      88 FS-ENT080-OK      VALUE "00".
003609      88 FIN-ENT080        VALUE "10".
003612   10 FS-ENT090         PIC   X(02).
003613      88 FS-ENT090-OK      VALUE "00".
003614      88 FS-ENT090-ABS     VALUE "05".
003615      88 FIN-ENT090        VALUE "10".
003616   10 FS-ENT082         PIC   X(02).
003617      88 FS-ENT082-OK      VALUE "00".
003618      88 FS-ENT082-ABS     VALUE "05".
003619   10 FS-ENT089         PIC   X(02).
003620      88 FS-ENT089-OK      VALUE "00".
003621      88 FS-ENT089-ABS     VALUE "05".
003622*================================================================
003623 LINKAGE SECTION.
003624*    ---
003632*                 (NUMERIQUE - A DEFAUT C-AGE-MAX-TAUX)
003633*     COL. 8      ACTION SUR LES PRIX HORS TOLERANCE ENT019 :
003634*                 R = COMMANDE REJETEE (DEFAUT), C = LIGNE
003635*                 FACTUREE AU PRIX CATALOGUE
003636*     COL. 10     M = EMISSION DES FACTURES RECAPITULATIVES
003637*                 DE FIN DE PERIODE (COMMANDES EN ATTENTE
003638*                 ENT022) :
003639 01 W-PARM-EXEC.
003640    05 W-PARM-EXEC-LNG   PIC S9(4)  COMP.
003641    05 W-PARM-EXEC-TXT   PIC X(20).
003642*================================================================
003643 PROCEDURE DIVISION USING W-PARM-EXEC.
003650*    ---------------------
003660*
003670     PERFORM DEBUT THRU DEBUT-EXIT.
003942        SET TRT-KO TO TRUE
003943        GO TO DEBUT-EXIT
003944     END-IF.
003945     OPEN OUTPUT ENT060.
003946     IF NOT FS-ENT060-OK
003947        SET TRT-KO TO TRUE
003948        GO TO DEBUT-EXIT
003949     END-IF.
003950     OPEN OUTPUT ENT070.
003951     IF NOT FS-ENT070-OK
003952        SET TRT-KO TO TRUE
003953        GO TO DEBUT-EXIT
003954     END-IF.
003955     IF MODE-NORMAL
003956        PERFORM CONTROLE-PERIODE THRU CONTROLE-PERIODE-EXIT
003957        IF TRT-KO
003958           GO TO DEBUT-EXIT
003959        END-IF
003960     END-IF.
003965     PERFORM CHARGE-TABLE-DEVISES
003966             THRU CHARGE-TABLE-DEVISES-EXIT.
003967     IF TRT-KO
004009        END-STRING
004010        WRITE LIGNE-JRN
004011     END-IF.
004012     PERFORM CHARGE-TABLE-ATTENTE
004013             THRU CHARGE-TABLE-ATTENTE-EXIT.
004014     IF TRT-KO
004015        GO TO DEBUT-EXIT
004016     END-IF.
004017     OPEN EXTEND ENT022.
004018     IF NOT FS-ENT022-OK AND NOT FS-ENT022-ABS
004019        SET TRT-KO TO TRUE
004020        GO TO DEBUT-EXIT
004021     END-IF.
004022     PERFORM LIT-CHECKPOINT THRU LIT-CHECKPOINT-EXIT.
004023     OPEN OUTPUT ENT080.
004024     IF NOT FS-ENT080-OK
004025        SET TRT-KO TO TRUE
004026        GO TO DEBUT-EXIT
004027     END-IF.
004028 DEBUT-EXIT.
004029        EXIT.
004030*----------------------------------------------------------------
004040 DETERMINE-MODE-SORTIE.
004042     IF W-PARM-EXEC-LNG > 9
004044        AND W-PARM-EXEC-TXT (10:1) = 'M'
004046          MOVE 'M' TO W-FIN-PERIODE
004048     END-IF.
004050     MOVE SPACES TO W-PARM-LIGNE.
004055     IF W-PARM-EXEC-LNG > ZERO
004057        MOVE W-PARM-EXEC-TXT TO W-PARM-LIGNE
004126     END-IF.
004128 DETERMINE-MODE-SORTIE-EXIT.
004130        EXIT.
004132*----------------------------------------------------------------
004134*    FACTURE RECAPITULATIVE DE L'HISTORIQUE : MEMORISEE POUR
004136*    LE REFUS DES DUPLICATA ET POUR RETROUVER DANS LE DETAIL
004138*    ENT032 SES COMMANDES AUTRES QUE LA PREMIERE
004140*----------------------------------------------------------------
004142 RANGE-RECAP.
004144     IF NBR-CMD-REC-HIST NOT NUMERIC
004146        OR NBR-CMD-REC-HIST = ZERO
004148        OR NUM-FACT-HIST NOT NUMERIC
004150        OR NUM-FACT-HIST = ZERO
004152          GO TO RANGE-RECAP-EXIT
004154     END-IF.
004156     IF W-NBR-REC NOT LESS THAN C-NBR-MAX-REC
004158        MOVE SPACES TO LIGNE-JRN
004160        STRING 'AVIS - ENT030 - PLAFOND DE ' C-NBR-MAX-REC
004162               ' FACTURES RECAPITULATIVES ATTEINT - FACTURE '
004164               NUM-FACT-HIST ' NON CHARGEE'
004166               DELIMITED BY SIZE INTO LIGNE-JRN
004168        END-STRING
004170        WRITE LIGNE-JRN
004172        GO TO RANGE-RECAP-EXIT
004174     END-IF.
004176     ADD 1 TO W-NBR-REC.
004178     MOVE NUM-FACT-HIST TO W-REC-NUM-FACT (W-NBR-REC).
004180     MOVE NUM-CMD-HIST  TO W-REC-NUM-CMD  (W-NBR-REC).
004182     MOVE NUM-CLI-HIST  TO W-REC-NUM-CLI  (W-NBR-REC).
004184     IF DAT-ECH-HIST NUMERIC
004186        MOVE DAT-ECH-HIST TO W-REC-DAT-ECH (W-NBR-REC)
004188     ELSE
004190        MOVE ZERO TO W-REC-DAT-ECH (W-NBR-REC)
004192     END-IF.
004194 RANGE-RECAP-EXIT.
004196        EXIT.
004198*----------------------------------------------------------------
004200*    COMMANDES REGROUPEES SUR LES FACTURES RECAPITULATIVES DE
004202*    L'HISTORIQUE : UN POSTE DE LA TABLE DES COMMANDES FACTUREES
004204*    PAR COMMANDE D'ORIGINE DES LIGNES ENT032 DE LA FACTURE
004206*----------------------------------------------------------------
004208 CHARGE-COMMANDES-RECAP.
004210     MOVE ZERO TO W-DET-CMD-PREC.
004212     OPEN INPUT ENT032.
004214     IF NOT FS-ENT032-OK
004216        MOVE SPACES TO LIGNE-JRN
004218        STRING 'AVIS - ENT032 - DETAIL ILLISIBLE (STATUT '
004220               FS-ENT032 ') - COMMANDES DES FACTURES'
004222               ' RECAPITULATIVES NON CHARGEES'
004224               DELIMITED BY SIZE INTO LIGNE-JRN
004226        END-STRING
004228        WRITE LIGNE-JRN
004230        GO TO CHARGE-COMMANDES-RECAP-EXIT
004232     END-IF.
004234     PERFORM LIT-DETAIL-RECAP THRU LIT-DETAIL-RECAP-EXIT
004236             UNTIL FIN-ENT032.
004238     CLOSE ENT032.
004240 CHARGE-COMMANDES-RECAP-EXIT.
004242        EXIT.
004244*----------------------------------------------------------------
004246 LIT-DETAIL-RECAP.
004248     READ ENT032
004250        AT END
004252           SET FIN-ENT032 TO TRUE
004254           GO TO LIT-DETAIL-RECAP-EXIT
004256     END-READ.
004258     IF TYP-PIECE-DET NOT = C-TYP-FACTURE
004260        OR NUM-FACT-DET NOT NUMERIC
004262        OR NUM-FACT-DET = ZERO
004264        OR NUM-CMD-DET = W-DET-CMD-PREC
004266          GO TO LIT-DETAIL-RECAP-EXIT
004268     END-IF.
004270     MOVE NUM-CMD-DET TO W-DET-CMD-PREC.
004272     SET IND-REC TO 1.
004274     SEARCH W-REC
004276        AT END
004278           GO TO LIT-DETAIL-RECAP-EXIT
004280        WHEN W-REC-NUM-FACT (IND-REC) = NUM-FACT-DET
004282           CONTINUE
004284     END-SEARCH.
004286     IF NUM-CMD-DET = W-REC-NUM-CMD (IND-REC)
004288        GO TO LIT-DETAIL-RECAP-EXIT
004290     END-IF.
004292     IF W-NBR-FACTUREES NOT LESS THAN C-NBR-MAX-HIST
004294        SET CAP-HIST-ATTEINT TO TRUE
004296        GO TO LIT-DETAIL-RECAP-EXIT
004298     END-IF.
004300     ADD 1 TO W-NBR-FACTUREES.
004302     MOVE NUM-CMD-DET
004304          TO W-FACT-NUM-CMD (W-NBR-FACTUREES).
004306     MOVE W-REC-NUM-CLI (IND-REC)
004308          TO W-FACT-NUM-CLI (W-NBR-FACTUREES).
004310     MOVE W-REC-NUM-FACT (IND-REC)
004312          TO W-FACT-NUM-FACT (W-NBR-FACTUREES).
004314     MOVE W-REC-DAT-ECH (IND-REC)
004316          TO W-FACT-DAT-ECH (W-NBR-FACTUREES).
004318 LIT-DETAIL-RECAP-EXIT.
004320        EXIT.
004322*----------------------------------------------------------------
004324*    CHARGEMENT DES COMMANDES DEJA FACTUREES DEPUIS L'HISTORIQUE
004326*    ENT030 ET REPRISE DU DERNIER NUMERO D'AVOIR EMIS
004328*----------------------------------------------------------------
004330 CHARGE-TABLE-FACTUREES.
004332     MOVE ZERO TO W-NBR-FACTUREES.
004334     MOVE ZERO TO W-NUM-AVOIR.
004336     MOVE ZERO TO W-NUM-FACT.
004338     SET CAP-HIST-LIBRE TO TRUE.
004340     OPEN INPUT ENT030.
004342     IF NOT FS-ENT030-OK AND NOT FS-ENT030-ABS
004344        MOVE SPACES TO LIGNE-JRN
004346        STRING 'ERREUR - ENT030 - HISTORIQUE ILLISIBLE'
004348               ' (STATUT ' FS-ENT030 ') - ARRET DU TRAITEMENT'
004350               DELIMITED BY SIZE INTO LIGNE-JRN
004352        END-STRING
004354        WRITE LIGNE-JRN
004356        SET TRT-KO TO TRUE
004358        GO TO CHARGE-TABLE-FACTUREES-EXIT
004360     END-IF.
004362     PERFORM LIT-HISTORIQUE THRU LIT-HISTORIQUE-EXIT
004364             UNTIL FIN-ENT030.
004366     IF W-NBR-REC > ZERO AND TRT-OK
004368        PERFORM CHARGE-COMMANDES-RECAP
004370                THRU CHARGE-COMMANDES-RECAP-EXIT
004372     END-IF.
004393     IF CAP-HIST-ATTEINT
004394        PERFORM AVISE-CAP-HISTORIQUE
004395                THRU AVISE-CAP-HISTORIQUE-EXIT
004459     ELSE
004460        SET CAP-HIST-ATTEINT TO TRUE
004461     END-IF.
004462     PERFORM RANGE-RECAP THRU RANGE-RECAP-EXIT.
004463 RANGE-HISTORIQUE-EXIT.
004464        EXIT.
004465*----------------------------------------------------------------
004638     END-IF.
004640     PERFORM TRAITE-UNE-LIGNE THRU TRAITE-UNE-LIGNE-EXIT
004650             UNTIL FIN-ENT020.
004651     PERFORM EMET-RECAPITULATIVES THRU EMET-RECAPITULATIVES-EXIT.
004652     IF FS-ENT025-OK OR FS-ENT025-ABS
004654        PERFORM LIT-UN-AVOIR THRU LIT-UN-AVOIR-EXIT
004656        PERFORM TRAITE-UN-AVOIR THRU TRAITE-UN-AVOIR-EXIT
004790 TRAITE-UNE-LIGNE.
004800     ADD 1 TO W-CPT-LU.
004802     MOVE C-TYP-FACTURE TO W-TYP-PIECE.
004803     SET CMD-A-FACTURER TO TRUE.
004805     PERFORM CHARGE-LIGNES-SUITE THRU CHARGE-LIGNES-SUITE-EXIT.
004810     IF W-NUM-CMD-REPRISE > ZERO
004815        AND NUM-CMD OF ENT-CMD NOT GREATER THAN W-NUM-CMD-REPRISE
004872        PERFORM REJETTE-COMMANDE-DEVISE
004873                THRU REJETTE-COMMANDE-DEVISE-EXIT
004874     ELSE
004875        IF FACTURATION-RECAP
004876           PERFORM MET-EN-ATTENTE THRU MET-EN-ATTENTE-EXIT
004877        END-IF
004878        IF CMD-A-FACTURER
004879           ADD 1 TO W-NUM-FACT
004880           MOVE W-NUM-FACT TO W-NUM-FACT-PIECE
004881           PERFORM CALCULE-ECHEANCE THRU CALCULE-ECHEANCE-EXIT
004882           PERFORM IMPRIME-FACTURE THRU IMPRIME-FACTURE-EXIT
004883           PERFORM APPELLE-IMPRESSION
004884                   THRU APPELLE-IMPRESSION-EXIT
004885        END-IF
004886     END-IF
004887     END-IF
004888     END-IF
004889     END-IF.
004890     MOVE NUM-CMD OF ENT-CMD TO W-NUM-CMD-TRAITE.
004891     PERFORM ECRIT-CHECKPOINT THRU ECRIT-CHECKPOINT-EXIT.
004895 TRAITE-UNE-LIGNE-SUITE.
004960     PERFORM LIT-UNE-LIGNE THRU LIT-UNE-LIGNE-EXIT.
004970 TRAITE-UNE-LIGNE-EXIT.
005801     MOVE ZERO TO W-NUM-AVOIR-PIECE.
005803     MOVE ZERO TO W-NUM-FACT-PIECE.
005805     MOVE ZERO TO W-DAT-ECH-PIECE.
005806     MOVE ZERO TO W-NBR-CMD-RECAP.
005807     PERFORM RAZ-VENTILATION THRU RAZ-VENTILATION-EXIT.
005810     MOVE NBR-LIGNES-CMD OF ENT-CMD TO W-NBR-LIGNES-ORDRE.
005820     IF W-NBR-LIGNES-ORDRE = ZERO
007844     MOVE W-NUM-AVOIR-PIECE    TO NUM-AVOIR-HIST.
007846     MOVE W-NUM-FACT-PIECE     TO NUM-FACT-HIST.
007848     MOVE W-DAT-ECH-PIECE      TO DAT-ECH-HIST.
007849     MOVE W-NBR-CMD-RECAP      TO NBR-CMD-REC-HIST.
007850     WRITE ENT-HIST.
007852     IF PIECE-FACTURE
007853        AND W-NBR-FACTUREES LESS THAN C-NBR-MAX-HIST
008060        WRITE ENT-CHKPT
008070     END-IF.
008080     PERFORM REND-COMPTE THRU REND-COMPTE-EXIT.
008085     PERFORM REND-COMPTE-RECAP THRU REND-COMPTE-RECAP-EXIT.
008090     CLOSE ENT010 ENT020 ENT021 ENT040
008100           ENT050 ENT060 ENT070.
008102     IF MODE-NORMAL
008104        CLOSE ENT022 ENT025 ENT030 ENT032 ENT080
008106     ELSE
008108        CLOSE ENT090
008109     END-IF.
010790                THRU AVISE-DUP-IMPOSSIBLE-EXIT
010800        GO TO TRAITE-LIGNE-DUP-SUITE
010810     END-IF.
010811     SET IND-REC TO 1.
010812     SEARCH W-REC
010813        WHEN W-REC-NUM-FACT (IND-REC) = W-FACT-NUM-FACT (IND-HIST)
010814           PERFORM AVISE-DUP-RECAP THRU AVISE-DUP-RECAP-EXIT
010815           GO TO TRAITE-LIGNE-DUP-SUITE
010816     END-SEARCH.
010820     PERFORM CALCULE-FACTURE THRU CALCULE-FACTURE-EXIT.
010830     IF DEVISE-INVALIDE
010840        PERFORM AVISE-DUP-IMPOSSIBLE
015080*----------------------------------------------------------------
015090*    CUMUL DES SOLDES NON PAYES DES POSTES OUVERTS (ENT031) PAR
015100*    CLIENT - FICHIER ABSENT = ENCOURS NUL POUR TOUS
015103*    LES FACTURES EN LITIGE OUVERT (ENT089) NE SONT PAS
015106*    CUMULEES
015110*----------------------------------------------------------------
015120 CHARGE-TABLE-ENCOURS.
015130     MOVE ZERO TO W-NBR-ENC.
015210        WRITE LIGNE-JRN
015220        GO TO CHARGE-TABLE-ENCOURS-EXIT
015230     END-IF.
015235     PERFORM OUVRE-LITIGES THRU OUVRE-LITIGES-EXIT.
015240     PERFORM LIT-UN-POSTE-ENC THRU LIT-UN-POSTE-ENC-EXIT
015250             UNTIL FIN-ENT031.
015260     CLOSE ENT031.
015262     IF LITIGES-PRESENTS
015264        CLOSE ENT089
015266     END-IF.
015270 CHARGE-TABLE-ENCOURS-EXIT.
015280        EXIT.
015290*----------------------------------------------------------------
015340           GO TO LIT-UN-POSTE-ENC-EXIT
015350     END-READ.
015360     IF LET-PAYEE
015362        GO TO LIT-UN-POSTE-ENC-EXIT
015364     END-IF.
015366     PERFORM CHERCHE-LITIGE-ENC THRU CHERCHE-LITIGE-ENC-EXIT.
015368     IF POSTE-EN-LITIGE
015370        GO TO LIT-UN-POSTE-ENC-EXIT
015380     END-IF.
015390     MOVE NUM-CLI-LET TO W-CLI-RECH.
019450             FUNCTION DATE-OF-INTEGER (W-ENTIER-ECH).
019460 REPORTE-FIN-DE-MOIS-EXIT.
019470        EXIT.
019480*================================================================
019490*    FACTURATION RECAPITULATIVE MENSUELLE (CLIENTS EN MODE M) :
019500*    MISE EN ATTENTE DES COMMANDES VALIDEES SUR ENT022 PUIS, EN
019510*    FIN DE PERIODE, UNE FACTURE PAR CLIENT REGROUPANT SES
019520*    COMMANDES (SOUS-TOTAL PAR COMMANDE, VENTILATION TVA COMMUNE)
019530*================================================================
019540 CHARGE-TABLE-ATTENTE.
019550     MOVE ZERO TO W-NBR-ATT.
019560     MOVE ZERO TO W-ATT-CMD-PREC.
019570     MOVE ZERO TO W-ATT-CMD-ECARTEE.
019580     OPEN INPUT ENT022.
019590     IF NOT FS-ENT022-OK AND NOT FS-ENT022-ABS
019600        MOVE SPACES TO LIGNE-JRN
019610        STRING 'ERREUR - ENT022 - COMMANDES EN ATTENTE ILLISIBLES'
019620               ' (STATUT ' FS-ENT022 ') - ARRET DU TRAITEMENT'
019630               DELIMITED BY SIZE INTO LIGNE-JRN
019640        END-STRING
019650        WRITE LIGNE-JRN
019660        SET TRT-KO TO TRUE
019670        GO TO CHARGE-TABLE-ATTENTE-EXIT
019680     END-IF.
019690     PERFORM LIT-UNE-ATTENTE THRU LIT-UNE-ATTENTE-EXIT
019700             UNTIL FIN-ENT022.
019710     CLOSE ENT022.
019720 CHARGE-TABLE-ATTENTE-EXIT.
019730        EXIT.
019740*----------------------------------------------------------------
019750 LIT-UNE-ATTENTE.
019760     READ ENT022
019770        AT END
019780           SET FIN-ENT022 TO TRUE
019790           GO TO LIT-UNE-ATTENTE-EXIT
019800     END-READ.
019810     IF NOT FS-ENT022-OK
019820        MOVE SPACES TO LIGNE-JRN
019830        STRING 'ERREUR - ENT022 - LECTURE IMPOSSIBLE (STATUT '
019840               FS-ENT022 ') - ARRET DU TRAITEMENT'
019850               DELIMITED BY SIZE INTO LIGNE-JRN
019860        END-STRING
019870        WRITE LIGNE-JRN
019880        SET TRT-KO TO TRUE
019890        SET FIN-ENT022 TO TRUE
019900        GO TO LIT-UNE-ATTENTE-EXIT
019910     END-IF.
019920     IF NUM-CMD-ATT NOT NUMERIC
019930        OR NUM-CLI-ATT NOT NUMERIC
019940          MOVE SPACES TO LIGNE-JRN
019950          STRING 'AVIS - ENT022 - NUMERO DE COMMANDE OU DE CLIENT'
019960                 ' NON NUMERIQUE - LIGNE EN ATTENTE IGNOREE'
019970                 DELIMITED BY SIZE INTO LIGNE-JRN
019980          END-STRING
019990          WRITE LIGNE-JRN
020000          GO TO LIT-UNE-ATTENTE-EXIT
020010     END-IF.
020020     IF NUM-CMD-ATT NOT = W-ATT-CMD-PREC
020030        MOVE NUM-CMD-ATT TO W-ATT-CMD-PREC
020040        PERFORM CONTROLE-ATTENTE-FACTUREE
020050                THRU CONTROLE-ATTENTE-FACTUREE-EXIT
020060     END-IF.
020070     IF NUM-CMD-ATT = W-ATT-CMD-ECARTEE
020080        GO TO LIT-UNE-ATTENTE-EXIT
020090     END-IF.
020100     IF W-NBR-ATT NOT LESS THAN C-NBR-MAX-ATT
020110        MOVE SPACES TO LIGNE-JRN
020120        STRING 'ERREUR - ENT022 - PLAFOND DE ' C-NBR-MAX-ATT
020130               ' LIGNES EN ATTENTE ATTEINT - ARRET DU TRAITEMENT'
020140               DELIMITED BY SIZE INTO LIGNE-JRN
020150        END-STRING
020160        WRITE LIGNE-JRN
020170        SET TRT-KO TO TRUE
020180        SET FIN-ENT022 TO TRUE
020190        GO TO LIT-UNE-ATTENTE-EXIT
020200     END-IF.
020210     ADD 1 TO W-NBR-ATT.
020220     MOVE NUM-CMD-ATT TO W-ATT-NUM-CMD (W-NBR-ATT).
020230     MOVE NUM-CLI-ATT TO W-ATT-NUM-CLI (W-NBR-ATT).
020240     MOVE DAT-CMD-ATT TO W-ATT-DAT-CMD (W-NBR-ATT).
020250     MOVE REF-PDT-ATT TO W-ATT-REF     (W-NBR-ATT).
020260     MOVE NOM-PDT-ATT TO W-ATT-NOM     (W-NBR-ATT).
020270     MOVE NBR-PDT-ATT TO W-ATT-NBR     (W-NBR-ATT).
020280     MOVE PRX-PDT-ATT TO W-ATT-PRX     (W-NBR-ATT).
020290     MOVE MNT-HT-ATT  TO W-ATT-HT      (W-NBR-ATT).
020300     MOVE MNT-TVA-ATT TO W-ATT-TVA     (W-NBR-ATT).
020310     MOVE MNT-TTC-ATT TO W-ATT-TTC     (W-NBR-ATT).
020320     MOVE TX-TVA-ATT  TO W-ATT-TX      (W-NBR-ATT).
020330     MOVE SPACE       TO W-ATT-ETAT    (W-NBR-ATT).
020340     MOVE NUM-CLI-ATT TO W-CLI-RECH.
020350     MOVE MNT-TTC-ATT TO W-MNT-ENC-ATT.
020360     PERFORM AJOUTE-ENCOURS-ATTENTE
020370             THRU AJOUTE-ENCOURS-ATTENTE-EXIT.
020380 LIT-UNE-ATTENTE-EXIT.
020390        EXIT.
020400*----------------------------------------------------------------
020410*    COMMANDE EN ATTENTE DEJA PRESENTE DANS L'HISTORIQUE DES
020420*    FACTURES (REPRISE APRES INCIDENT EN COURS D'EMISSION) :
020430*    SES LIGNES SONT RETIREES DE L'ATTENTE
020440*----------------------------------------------------------------
020450 CONTROLE-ATTENTE-FACTUREE.
020460     IF W-NBR-FACTUREES = ZERO
020470        GO TO CONTROLE-ATTENTE-FACTUREE-EXIT
020480     END-IF.
020490     SET IND-HIST TO 1.
020500     SEARCH W-FACTUREE
020510        AT END
020520           CONTINUE
020530        WHEN W-FACT-NUM-CMD (IND-HIST) = NUM-CMD-ATT
020540           MOVE NUM-CMD-ATT TO W-ATT-CMD-ECARTEE
020550           MOVE SPACES TO LIGNE-JRN
020560           STRING 'AVIS - ENT022 - COMMANDE ' NUM-CMD-ATT
020570                  ' DEJA FACTUREE (FACTURE NO '
020580                  W-FACT-NUM-FACT (IND-HIST)
020590                  ') - RETIREE DE L''ATTENTE'
020600                  DELIMITED BY SIZE INTO LIGNE-JRN
020610           END-STRING
020620           WRITE LIGNE-JRN
020630     END-SEARCH.
020640 CONTROLE-ATTENTE-FACTUREE-EXIT.
020650        EXIT.
020660*----------------------------------------------------------------
020670 CHERCHE-ATTENTE.
020680     SET ATT-ABSENTE TO TRUE.
020690     IF W-NBR-ATT = ZERO
020700        GO TO CHERCHE-ATTENTE-EXIT
020710     END-IF.
020720     SET IND-ATT TO 1.
020730     SEARCH W-ATT
020740        AT END
020750           CONTINUE
020760        WHEN W-ATT-NUM-CMD (IND-ATT) = W-ATT-RECH
020770           SET ATT-TROUVEE TO TRUE
020780     END-SEARCH.
020790 CHERCHE-ATTENTE-EXIT.
020800        EXIT.
020810*----------------------------------------------------------------
020820*    ENCOURS DU CLIENT W-CLI-RECH AUGMENTE DU MONTANT EN ATTENTE
020830*    W-MNT-ENC-ATT (COMMANDE NON ENCORE FACTUREE)
020840*----------------------------------------------------------------
020850 AJOUTE-ENCOURS-ATTENTE.
020860     IF W-NBR-PLF = ZERO
020870        GO TO AJOUTE-ENCOURS-ATTENTE-EXIT
020880     END-IF.
020890     PERFORM CHERCHE-ENCOURS THRU CHERCHE-ENCOURS-EXIT.
020900     IF IND-ENC > ZERO
020910        ADD W-MNT-ENC-ATT TO W-ENC-SOLDE (IND-ENC)
020920        GO TO AJOUTE-ENCOURS-ATTENTE-EXIT
020930     END-IF.
020940     IF W-NBR-ENC NOT LESS THAN C-NBR-MAX-ENC
020950        GO TO AJOUTE-ENCOURS-ATTENTE-EXIT
020960     END-IF.
020970     ADD 1 TO W-NBR-ENC.
020980     MOVE W-CLI-RECH    TO W-ENC-NUM-CLI (W-NBR-ENC).
020990     MOVE W-MNT-ENC-ATT TO W-ENC-SOLDE   (W-NBR-ENC).
021000 AJOUTE-ENCOURS-ATTENTE-EXIT.
021010        EXIT.
021020*----------------------------------------------------------------
021030*    MISE EN ATTENTE DE LA COMMANDE VALIDEE D'UN CLIENT EN MODE
021040*    M - LES COMMANDES EN DEVISE ET CELLES QUI NE TIENNENT PLUS
021050*    DANS LA TABLE RESTENT FACTUREES A L'UNITE
021060*----------------------------------------------------------------
021070 MET-EN-ATTENTE.
021080     IF W-COD-DEV-FACTURE NOT = C-DEV-HOME
021090        MOVE SPACES TO LIGNE-JRN
021100        STRING 'AVIS - COMMANDE ' NUM-CMD OF ENT-CMD
021110               ' - CLIENT EN FACTURATION RECAPITULATIVE - DEVISE '
021120               W-COD-DEV-FACTURE ' - FACTUREE A L''UNITE'
021130               DELIMITED BY SIZE INTO LIGNE-JRN
021140        END-STRING
021150        WRITE LIGNE-JRN
021160        GO TO MET-EN-ATTENTE-EXIT
021170     END-IF.
021180     MOVE NUM-CMD OF ENT-CMD TO W-ATT-RECH.
021190     PERFORM CHERCHE-ATTENTE THRU CHERCHE-ATTENTE-EXIT.
021200     IF ATT-TROUVEE
021210        MOVE SPACES TO LIGNE-JRN
021220        STRING 'AVIS - COMMANDE ' NUM-CMD OF ENT-CMD
021230               ' DEJA EN ATTENTE DE FACTURATION RECAPITULATIVE'
021240               ' - IGNOREE'
021250               DELIMITED BY SIZE INTO LIGNE-JRN
021260        END-STRING
021270        WRITE LIGNE-JRN
021280        SET CMD-EN-ATTENTE TO TRUE
021290        GO TO MET-EN-ATTENTE-EXIT
021300     END-IF.
021310     IF W-NBR-PDT-TOTAL = ZERO
021320        GO TO MET-EN-ATTENTE-EXIT
021330     END-IF.
021340     IF W-NBR-ATT + W-NBR-PDT-TOTAL > C-NBR-MAX-ATT
021350        MOVE SPACES TO LIGNE-JRN
021360        STRING 'AVIS - ENT022 - PLAFOND DE ' C-NBR-MAX-ATT
021370               ' LIGNES EN ATTENTE ATTEINT - COMMANDE '
021380               NUM-CMD OF ENT-CMD ' FACTUREE A L''UNITE'
021390               DELIMITED BY SIZE INTO LIGNE-JRN
021400        END-STRING
021410        WRITE LIGNE-JRN
021420        GO TO MET-EN-ATTENTE-EXIT
021430     END-IF.
021440     PERFORM ECRIT-UNE-ATTENTE THRU ECRIT-UNE-ATTENTE-EXIT
021450             VARYING IND-TBL-PDT FROM 1 BY 1
021460             UNTIL IND-TBL-PDT > W-NBR-PDT-TOTAL.
021470     SET CMD-EN-ATTENTE TO TRUE.
021480     ADD 1 TO W-CPT-ATTENTE.
021490     MOVE NUM-CLI OF ENT-CMD TO W-CLI-RECH.
021500     MOVE W-TOT-TTC TO W-MNT-ENC-ATT.
021510     PERFORM AJOUTE-ENCOURS-ATTENTE
021520             THRU AJOUTE-ENCOURS-ATTENTE-EXIT.
021530 MET-EN-ATTENTE-EXIT.
021540        EXIT.
021550*----------------------------------------------------------------
021560 ECRIT-UNE-ATTENTE.
021570     ADD 1 TO W-NBR-ATT.
021580     SET IND-ATT TO W-NBR-ATT.
021590     MOVE NUM-CMD OF ENT-CMD TO W-ATT-NUM-CMD (IND-ATT).
021600     MOVE NUM-CLI OF ENT-CMD TO W-ATT-NUM-CLI (IND-ATT).
021610     MOVE W-DATE-TRAITEMENT  TO W-ATT-DAT-CMD (IND-ATT).
021620     MOVE W-REF-PDT-TBL (IND-TBL-PDT)   TO W-ATT-REF (IND-ATT).
021630     MOVE W-NOM-PDT-TBL (IND-TBL-PDT)   TO W-ATT-NOM (IND-ATT).
021640     MOVE W-NBR-PDT-TBL (IND-TBL-PDT)   TO W-ATT-NBR (IND-ATT).
021650     MOVE W-PRX-PDT-TBL (IND-TBL-PDT)   TO W-ATT-PRX (IND-ATT).
021660     MOVE W-MNT-HT-LIGNE (IND-TBL-PDT)  TO W-ATT-HT  (IND-ATT).
021670     MOVE W-MNT-TVA-LIGNE (IND-TBL-PDT) TO W-ATT-TVA (IND-ATT).
021680     MOVE W-MNT-TTC-LIGNE (IND-TBL-PDT) TO W-ATT-TTC (IND-ATT).
021690     MOVE W-TX-TVA-LIGNE (IND-TBL-PDT)  TO W-ATT-TX  (IND-ATT).
021700     MOVE SPACE TO W-ATT-ETAT (IND-ATT).
021710     PERFORM ECRIT-ENR-ATTENTE THRU ECRIT-ENR-ATTENTE-EXIT.
021720 ECRIT-UNE-ATTENTE-EXIT.
021730        EXIT.
021740*----------------------------------------------------------------
021750 ECRIT-ENR-ATTENTE.
021760     MOVE SPACES TO ENT-ATT.
021770     MOVE W-ATT-NUM-CMD (IND-ATT) TO NUM-CMD-ATT.
021780     MOVE W-ATT-NUM-CLI (IND-ATT) TO NUM-CLI-ATT.
021790     MOVE W-ATT-DAT-CMD (IND-ATT) TO DAT-CMD-ATT.
021800     MOVE W-ATT-REF (IND-ATT)     TO REF-PDT-ATT.
021810     MOVE W-ATT-NOM (IND-ATT)     TO NOM-PDT-ATT.
021820     MOVE W-ATT-NBR (IND-ATT)     TO NBR-PDT-ATT.
021830     MOVE W-ATT-PRX (IND-ATT)     TO PRX-PDT-ATT.
021840     MOVE W-ATT-HT (IND-ATT)      TO MNT-HT-ATT.
021850     MOVE W-ATT-TVA (IND-ATT)     TO MNT-TVA-ATT.
021860     MOVE W-ATT-TTC (IND-ATT)     TO MNT-TTC-ATT.
021870     MOVE W-ATT-TX (IND-ATT)      TO TX-TVA-ATT.
021880     WRITE ENT-ATT.
021890 ECRIT-ENR-ATTENTE-EXIT.
021900        EXIT.
021910*----------------------------------------------------------------
021920*    EMISSION DE FIN DE PERIODE : UNE FACTURE PAR CLIENT AYANT
021930*    DES COMMANDES EN ATTENTE, PUIS REECRITURE DE ENT022 SANS LES
021940*    LIGNES FACTUREES
021950*----------------------------------------------------------------
021960 EMET-RECAPITULATIVES.
021970     IF NOT EMISSION-RECAP
021980        GO TO EMET-RECAPITULATIVES-EXIT
021990     END-IF.
022000     IF W-NBR-ATT = ZERO
022010        MOVE SPACES TO LIGNE-JRN
022020        STRING 'AVIS - ENT022 - AUCUNE COMMANDE EN ATTENTE -'
022030               ' PAS DE FACTURE RECAPITULATIVE EMISE'
022040               DELIMITED BY SIZE INTO LIGNE-JRN
022050        END-STRING
022060        WRITE LIGNE-JRN
022070        GO TO EMET-RECAPITULATIVES-EXIT
022080     END-IF.
022090     PERFORM EMET-UNE-RECAP THRU EMET-UNE-RECAP-EXIT
022100             VARYING W-IDX-ATT-DEB FROM 1 BY 1
022110             UNTIL W-IDX-ATT-DEB > W-NBR-ATT.
022120     PERFORM REECRIT-ATTENTE THRU REECRIT-ATTENTE-EXIT.
022130 EMET-RECAPITULATIVES-EXIT.
022140        EXIT.
022150*----------------------------------------------------------------
022160*    FACTURE RECAPITULATIVE DU CLIENT DE LA PREMIERE LIGNE ENCORE
022170*    EN ATTENTE A PARTIR DE W-IDX-ATT-DEB : CUMUL DES TOTAUX ET
022180*    DE LA VENTILATION, ENTETE ENT030 UNIQUE (COMMANDE = PREMIERE
022190*    COMMANDE), PUIS EDITION ET LIGNES ENT032 PAR COMMANDE
022200*----------------------------------------------------------------
022210 EMET-UNE-RECAP.
022220     IF NOT W-ATT-EN-ATTENTE (W-IDX-ATT-DEB)
022230        GO TO EMET-UNE-RECAP-EXIT
022240     END-IF.
022250     MOVE W-ATT-NUM-CLI (W-IDX-ATT-DEB) TO W-CLI-RECAP.
022260     MOVE W-ATT-NUM-CMD (W-IDX-ATT-DEB) TO W-CMD-RECAP-1.
022270     SET CLIENT-VALIDE TO TRUE.
022280     MOVE W-CLI-RECAP TO NUM-CLI OF ENT-CLI.
022290     READ ENT010
022300        INVALID KEY
022310           SET CLIENT-INVALIDE TO TRUE
022320     END-READ.
022330     IF CLIENT-INVALIDE
022340        PERFORM CONSERVE-RECAP THRU CONSERVE-RECAP-EXIT
022350        GO TO EMET-UNE-RECAP-EXIT
022360     END-IF.
022370     MOVE C-TYP-FACTURE TO W-TYP-PIECE.
022380     MOVE ZERO TO W-TOT-HT W-TOT-TVA W-TOT-TTC W-TOT-TTC-DEV.
022390     MOVE ZERO TO W-NBR-PDT-TOTAL.
022400     MOVE ZERO TO W-NUM-AVOIR-PIECE.
022410     MOVE ZERO TO W-NUM-FACT-PIECE.
022420     MOVE ZERO TO W-DAT-ECH-PIECE.
022430     MOVE ZERO TO W-NBR-CMD-RECAP.
022440     PERFORM RAZ-VENTILATION THRU RAZ-VENTILATION-EXIT.
022450     MOVE C-DEV-HOME    TO W-COD-DEV-FACTURE.
022460     MOVE W-CMD-RECAP-1 TO NUM-CMD OF ENT-CMD.
022470     MOVE W-CLI-RECAP   TO NUM-CLI OF ENT-CMD.
022480     MOVE C-DEV-HOME    TO COD-DEV OF ENT-CMD.
022490     MOVE ZERO TO W-CMD-COURANTE.
022500     PERFORM CUMULE-LIGNE-RECAP THRU CUMULE-LIGNE-RECAP-EXIT
022510             VARYING IND-ATT FROM W-IDX-ATT-DEB BY 1
022520             UNTIL IND-ATT > W-NBR-ATT.
022530     MOVE W-TOT-TTC TO W-TOT-TTC-DEV.
022540     ADD 1 TO W-NUM-FACT.
022550     MOVE W-NUM-FACT TO W-NUM-FACT-PIECE.
022560     PERFORM CALCULE-ECHEANCE THRU CALCULE-ECHEANCE-EXIT.
022570     MOVE SPACES TO NOM-PDF-FACTURE.
022580     ADD 1 TO W-CPT-FACTURE.
022590     ADD W-TOT-TTC TO W-MNT-TOTAL-FACTURE.
022600     ADD 1 TO W-CPT-RECAP.
022610     ADD W-NBR-CMD-RECAP TO W-CPT-CMD-RECAP.
022620     PERFORM ECRIT-HISTORIQUE THRU ECRIT-HISTORIQUE-EXIT.
022630     PERFORM ECRIT-ENTETE-RECAP THRU ECRIT-ENTETE-RECAP-EXIT.
022640     MOVE ZERO TO W-CMD-COURANTE.
022650     PERFORM ECRIT-LIGNE-RECAP THRU ECRIT-LIGNE-RECAP-EXIT
022660             VARYING IND-ATT FROM W-IDX-ATT-DEB BY 1
022670             UNTIL IND-ATT > W-NBR-ATT.
022680     PERFORM ECRIT-SOUS-TOTAL-RECAP
022690             THRU ECRIT-SOUS-TOTAL-RECAP-EXIT.
022700     PERFORM ECRIT-PIED-TEXTE THRU ECRIT-PIED-TEXTE-EXIT.
022710 EMET-UNE-RECAP-EXIT.
022720        EXIT.
022730*----------------------------------------------------------------
022740*    CLIENT DEVENU INCONNU DE ENT010 : SES COMMANDES RESTENT EN
022750*    ATTENTE JUSQU'A LA PROCHAINE EMISSION
022760*----------------------------------------------------------------
022770 CONSERVE-RECAP.
022780     PERFORM CONSERVE-UNE-ATTENTE THRU CONSERVE-UNE-ATTENTE-EXIT
022790             VARYING IND-ATT FROM W-IDX-ATT-DEB BY 1
022800             UNTIL IND-ATT > W-NBR-ATT.
022810     MOVE SPACES TO LIGNE-JRN.
022820     STRING 'AVIS - CLIENT ' W-CLI-RECAP
022830            ' INCONNU DANS ENT010 - FACTURE RECAPITULATIVE NON'
022840            ' EMISE - COMMANDES CONSERVEES SUR ENT022'
022850            DELIMITED BY SIZE INTO LIGNE-JRN
022860     END-STRING.
022870     WRITE LIGNE-JRN.
022880 CONSERVE-RECAP-EXIT.
022890        EXIT.
022900*----------------------------------------------------------------
022910 CONSERVE-UNE-ATTENTE.
022920     IF W-ATT-NUM-CLI (IND-ATT) = W-CLI-RECAP
022930        AND W-ATT-EN-ATTENTE (IND-ATT)
022940          SET W-ATT-CONSERVEE (IND-ATT) TO TRUE
022950     END-IF.
022960 CONSERVE-UNE-ATTENTE-EXIT.
022970        EXIT.
022980*----------------------------------------------------------------
022990 CUMULE-LIGNE-RECAP.
023000     IF W-ATT-NUM-CLI (IND-ATT) NOT = W-CLI-RECAP
023010        OR NOT W-ATT-EN-ATTENTE (IND-ATT)
023020          GO TO CUMULE-LIGNE-RECAP-EXIT
023030     END-IF.
023040     IF W-ATT-NUM-CMD (IND-ATT) NOT = W-CMD-COURANTE
023050        MOVE W-ATT-NUM-CMD (IND-ATT) TO W-CMD-COURANTE
023060        ADD 1 TO W-NBR-CMD-RECAP
023070     END-IF.
023080     MOVE W-ATT-HT (IND-ATT)  TO W-MNT-HT-PDT.
023090     MOVE W-ATT-TVA (IND-ATT) TO W-MNT-TVA-PDT.
023100     MOVE W-ATT-TX (IND-ATT)  TO W-TX-TVA-COURANT.
023110     ADD W-ATT-HT (IND-ATT)  TO W-TOT-HT.
023120     ADD W-ATT-TVA (IND-ATT) TO W-TOT-TVA.
023130     ADD W-ATT-TTC (IND-ATT) TO W-TOT-TTC.
023140     PERFORM VENTILE-TVA THRU VENTILE-TVA-EXIT.
023150 CUMULE-LIGNE-RECAP-EXIT.
023160        EXIT.
023170*----------------------------------------------------------------
023180 ECRIT-ENTETE-RECAP.
023190     MOVE SPACES TO LIGNE-TXT.
023200     STRING 'FACTURE RECAPITULATIVE NO ' W-NUM-FACT-PIECE
023210            ' - CLIENT ' NOM-CLI OF ENT-CLI
023220            ' - ' W-NBR-CMD-RECAP ' COMMANDE(S)'
023230            DELIMITED BY SIZE INTO LIGNE-TXT
023240     END-STRING.
023250     WRITE LIGNE-TXT.
023260     MOVE SPACES TO LIGNE-TXT.
023270     WRITE LIGNE-TXT.
023280 ECRIT-ENTETE-RECAP-EXIT.
023290        EXIT.
023300*----------------------------------------------------------------
023310*    LIGNE EN ATTENTE DU CLIENT : RUPTURE SUR LA COMMANDE (SOUS-
023320*    TOTAL DE LA PRECEDENTE, TITRE DE LA SUIVANTE), EDITION ET
023330*    LIGNE ENT032 RATTACHEE A SA COMMANDE D'ORIGINE
023340*----------------------------------------------------------------
023350 ECRIT-LIGNE-RECAP.
023360     IF W-ATT-NUM-CLI (IND-ATT) NOT = W-CLI-RECAP
023370        OR NOT W-ATT-EN-ATTENTE (IND-ATT)
023380          GO TO ECRIT-LIGNE-RECAP-EXIT
023390     END-IF.
023400     IF W-ATT-NUM-CMD (IND-ATT) NOT = W-CMD-COURANTE
023410        IF W-CMD-COURANTE NOT = ZERO
023420           PERFORM ECRIT-SOUS-TOTAL-RECAP
023430                   THRU ECRIT-SOUS-TOTAL-RECAP-EXIT
023440        END-IF
023450        MOVE W-ATT-NUM-CMD (IND-ATT) TO W-CMD-COURANTE
023460        MOVE ZERO TO W-SST-HT W-SST-TVA W-SST-TTC
023470        MOVE SPACES TO LIGNE-TXT
023480        STRING 'COMMANDE ' W-CMD-COURANTE
023490               ' DU ' W-ATT-DAT-CMD (IND-ATT)
023500               DELIMITED BY SIZE INTO LIGNE-TXT
023510        END-STRING
023520        WRITE LIGNE-TXT
023530        IF W-CMD-COURANTE NOT = W-CMD-RECAP-1
023540           PERFORM RANGE-COMMANDE-RECAP
023550                   THRU RANGE-COMMANDE-RECAP-EXIT
023560        END-IF
023570     END-IF.
023580     MOVE W-ATT-REF (IND-ATT) TO W-REF-PDT.
023590     MOVE W-ATT-NOM (IND-ATT) TO W-NOM-PDT.
023600     MOVE W-ATT-NBR (IND-ATT) TO W-NBR-PDT.
023610     MOVE W-ATT-PRX (IND-ATT) TO W-PRX-PDT.
023620     MOVE W-ATT-HT (IND-ATT)  TO W-MNT-HT-PDT.
023630     MOVE W-ATT-TVA (IND-ATT) TO W-MNT-TVA-PDT.
023640     MOVE W-ATT-TTC (IND-ATT) TO W-MNT-TTC-PDT.
023650     MOVE SPACES TO LIGNE-TXT.
023660     STRING W-REF-PDT ' ' W-NOM-PDT ' ' W-NBR-PDT
023670            ' X ' W-PRX-PDT
023680            ' HT=' W-MNT-HT-PDT ' TVA=' W-MNT-TVA-PDT
023690            ' TTC=' W-MNT-TTC-PDT
023700            DELIMITED BY SIZE INTO LIGNE-TXT
023710     END-STRING.
023720     WRITE LIGNE-TXT.
023730     MOVE W-CMD-COURANTE     TO NUM-CMD-DET.
023740     MOVE W-CLI-RECAP        TO NUM-CLI-DET.
023750     MOVE W-REF-PDT          TO REF-PDT-DET.
023760     MOVE W-PRX-PDT          TO PRX-PDT-DET.
023770     MOVE W-NBR-PDT          TO NBR-PDT-DET.
023780     MOVE W-MNT-HT-PDT       TO MNT-HT-DET.
023790     MOVE W-MNT-TVA-PDT      TO MNT-TVA-DET.
023800     MOVE W-MNT-TTC-PDT      TO MNT-TTC-DET.
023810     MOVE W-DATE-TRAITEMENT  TO DAT-TRT-DET.
023820     MOVE W-TYP-PIECE        TO TYP-PIECE-DET.
023830     MOVE W-NUM-FACT-PIECE   TO NUM-FACT-DET.
023840     WRITE ENT-DET.
023850     ADD 1 TO W-CPT-LIGNES-DET.
023860     ADD W-MNT-HT-PDT  TO W-SST-HT.
023870     ADD W-MNT-TVA-PDT TO W-SST-TVA.
023880     ADD W-MNT-TTC-PDT TO W-SST-TTC.
023890     SET W-ATT-FACTUREE (IND-ATT) TO TRUE.
023900 ECRIT-LIGNE-RECAP-EXIT.
023910        EXIT.
023920*----------------------------------------------------------------
023930 ECRIT-SOUS-TOTAL-RECAP.
023940     MOVE SPACES TO LIGNE-TXT.
023950     STRING 'SOUS-TOTAL COMMANDE ' W-CMD-COURANTE
023960            ' : HT=' W-SST-HT ' TVA=' W-SST-TVA
023970            ' TTC=' W-SST-TTC
023980            DELIMITED BY SIZE INTO LIGNE-TXT
023990     END-STRING.
024000     WRITE LIGNE-TXT.
024010     MOVE SPACES TO LIGNE-TXT.
024020     WRITE LIGNE-TXT.
024030 ECRIT-SOUS-TOTAL-RECAP-EXIT.
024040        EXIT.
024050*----------------------------------------------------------------
024060*    COMMANDE REGROUPEE AUTRE QUE LA PREMIERE : ELLE ENTRE DANS
024070*    LA TABLE DES COMMANDES FACTUREES (AVOIRS, DUPLICATA)
024080*----------------------------------------------------------------
024090 RANGE-COMMANDE-RECAP.
024100     IF W-NBR-FACTUREES NOT LESS THAN C-NBR-MAX-HIST
024110        GO TO RANGE-COMMANDE-RECAP-EXIT
024120     END-IF.
024130     ADD 1 TO W-NBR-FACTUREES.
024140     MOVE W-CMD-COURANTE
024150          TO W-FACT-NUM-CMD (W-NBR-FACTUREES).
024160     MOVE W-CLI-RECAP
024170          TO W-FACT-NUM-CLI (W-NBR-FACTUREES).
024180     MOVE W-NUM-FACT-PIECE
024190          TO W-FACT-NUM-FACT (W-NBR-FACTUREES).
024200     MOVE W-DAT-ECH-PIECE
024210          TO W-FACT-DAT-ECH (W-NBR-FACTUREES).
024220 RANGE-COMMANDE-RECAP-EXIT.
024230        EXIT.
024240*----------------------------------------------------------------
024250*    REECRITURE DE ENT022 AVEC LES SEULES LIGNES NON FACTUREES
024260*----------------------------------------------------------------
024270 REECRIT-ATTENTE.
024280     CLOSE ENT022.
024290     OPEN OUTPUT ENT022.
024300     IF NOT FS-ENT022-OK
024310        MOVE SPACES TO LIGNE-JRN
024320        STRING 'ERREUR - ENT022 - REECRITURE IMPOSSIBLE (STATUT '
024330               FS-ENT022 ') - COMMANDES FACTUREES A RETIRER'
024340               ' DE L''ATTENTE'
024350               DELIMITED BY SIZE INTO LIGNE-JRN
024360        END-STRING
024370        WRITE LIGNE-JRN
024380        GO TO REECRIT-ATTENTE-EXIT
024390     END-IF.
024400     PERFORM REECRIT-UNE-ATTENTE THRU REECRIT-UNE-ATTENTE-EXIT
024410             VARYING IND-ATT FROM 1 BY 1
024420             UNTIL IND-ATT > W-NBR-ATT.
024430 REECRIT-ATTENTE-EXIT.
024440        EXIT.
024450*----------------------------------------------------------------
024460 REECRIT-UNE-ATTENTE.
024470     IF NOT W-ATT-FACTUREE (IND-ATT)
024480        PERFORM ECRIT-ENR-ATTENTE THRU ECRIT-ENR-ATTENTE-EXIT
024490     END-IF.
024500 REECRIT-UNE-ATTENTE-EXIT.
024510        EXIT.
024520*----------------------------------------------------------------
024530*    CONTROLE DE LA PERIODE DE FACTURATION : AUCUNE PIECE DATEE
024540*    D'UN MOIS EN CLOTURE OU CLOS (FICHIER DES PERIODES ENT082,
024550*    MOIS ABSENT = MOIS OUVERT)
024560*----------------------------------------------------------------
024570 CONTROLE-PERIODE.
024580     OPEN INPUT ENT082.
024590     IF NOT FS-ENT082-OK AND NOT FS-ENT082-ABS
024600        MOVE SPACES TO LIGNE-JRN
024610        STRING 'ERREUR - ENT082 - FICHIER DES PERIODES'
024620               ' INACCESSIBLE (STATUT ' FS-ENT082 ') - ARRET DU'
024630               ' TRAITEMENT' DELIMITED BY SIZE INTO LIGNE-JRN
024640        END-STRING
024650        WRITE LIGNE-JRN
024660        SET TRT-KO TO TRUE
024670        GO TO CONTROLE-PERIODE-EXIT
024680     END-IF.
024690     MOVE W-DATE-TRAITEMENT (1:6) TO MOIS-PER.
024700     READ ENT082
024710        INVALID KEY
024720           MOVE 'O' TO ETAT-PER
024730     END-READ.
024740     CLOSE ENT082.
024750     IF PER-OUVERTE
024760        GO TO CONTROLE-PERIODE-EXIT
024770     END-IF.
024780     MOVE SPACES TO LIGNE-JRN.
024790     STRING 'REJET - PERIODE ' W-DATE-TRAITEMENT (1:6)
024800            ' EN CLOTURE OU CLOSE (ETAT ' ETAT-PER
024810            ') - FACTURATION DU ' W-DATE-TRAITEMENT
024820            ' REFUSEE - ARRET DU TRAITEMENT'
024830            DELIMITED BY SIZE INTO LIGNE-JRN
024840     END-STRING.
024850     WRITE LIGNE-JRN.
024860     MOVE C-RC-REFUS TO RETURN-CODE.
024870     SET TRT-KO TO TRUE.
024880 CONTROLE-PERIODE-EXIT.
024890        EXIT.
024900*----------------------------------------------------------------
024910*    DUPLICATA D'UNE COMMANDE REPRISE SUR UNE FACTURE
024920*    RECAPITULATIVE : LA PIECE NE SE REEDITE PAS COMMANDE PAR
024930*    COMMANDE
024940*----------------------------------------------------------------
024950 AVISE-DUP-RECAP.
024960     MOVE 'X' TO W-DUP-ETAT (IND-DUP).
024970     MOVE SPACES TO LIGNE-JRN.
024980     STRING 'AVIS - DUPLICATA ' NUM-CMD OF ENT-CMD
024990            ' REFUSE - COMMANDE REPRISE SUR LA FACTURE'
025000            ' RECAPITULATIVE NO ' W-FACT-NUM-FACT (IND-HIST)
025010            DELIMITED BY SIZE INTO LIGNE-JRN
025020     END-STRING.
025030     WRITE LIGNE-JRN.
025040 AVISE-DUP-RECAP-EXIT.
025050        EXIT.
025060*----------------------------------------------------------------
025070*    SYNTHESE - COMPTEURS DE LA FACTURATION RECAPITULATIVE
025080*----------------------------------------------------------------
025090 REND-COMPTE-RECAP.
025100     MOVE SPACES TO LIGNE-SYN.
025110     STRING 'COMMANDES MISES EN ATTENTE   : ' W-CPT-ATTENTE
025120            DELIMITED BY SIZE INTO LIGNE-SYN
025130     END-STRING.
025140     WRITE LIGNE-SYN.
025150     IF EMISSION-RECAP
025160        MOVE SPACES TO LIGNE-SYN
025170        STRING 'FACTURES RECAPITULATIVES     : ' W-CPT-RECAP
025180               DELIMITED BY SIZE INTO LIGNE-SYN
025190        END-STRING
025200        WRITE LIGNE-SYN
025210        MOVE SPACES TO LIGNE-SYN
025220        STRING 'COMMANDES REGROUPEES         : ' W-CPT-CMD-RECAP
025230               DELIMITED BY SIZE INTO LIGNE-SYN
025240        END-STRING
025250        WRITE LIGNE-SYN
025260     END-IF.
025270 REND-COMPTE-RECAP-EXIT.
025280        EXIT.
025290*----------------------------------------------------------------
025300*    OUVERTURE DU FICHIER DES LITIGES ENT089 POUR LE CONTROLE
025310*    D'ENCOURS - CONTROLE SANS DEDUCTION DES LITIGES S'IL EST
025320*    ILLISIBLE
025330*----------------------------------------------------------------
025340 OUVRE-LITIGES.
025350     SET LITIGES-ABSENTS TO TRUE.
025360     OPEN INPUT ENT089.
025370     IF FS-ENT089-OK OR FS-ENT089-ABS
025380        SET LITIGES-PRESENTS TO TRUE
025390     ELSE
025400        MOVE SPACES TO LIGNE-JRN
025410        STRING 'AVIS - ENT089 - FICHIER DES LITIGES ILLISIBLE'
025420               ' (STATUT ' FS-ENT089 ') - LITIGES NON DEDUITS'
025430               DELIMITED BY SIZE INTO LIGNE-JRN
025440        END-STRING
025450        WRITE LIGNE-JRN
025460     END-IF.
025470 OUVRE-LITIGES-EXIT.
025480        EXIT.
025490*----------------------------------------------------------------
025500*    LA FACTURE DU POSTE OUVERT EN COURS FAIT-ELLE L'OBJET D'UN
025510*    LITIGE OUVERT DANS ENT089 (POSTE SANS NUMERO DE FACTURE :
025520*    NON)
025530*----------------------------------------------------------------
025540 CHERCHE-LITIGE-ENC.
025550     SET POSTE-HORS-LITIGE TO TRUE.
025560     IF LITIGES-ABSENTS
025570        GO TO CHERCHE-LITIGE-ENC-EXIT
025580     END-IF.
025590     IF NUM-FACT-LET NOT NUMERIC OR NUM-FACT-LET = ZERO
025600        GO TO CHERCHE-LITIGE-ENC-EXIT
025610     END-IF.
025620     MOVE NUM-FACT-LET TO NUM-FACT-LIT.
025630     READ ENT089
025640        INVALID KEY
025650           CONTINUE
025660        NOT INVALID KEY
025670           IF LIT-OUVERT
025680              SET POSTE-EN-LITIGE TO TRUE
025690           END-IF
025700     END-READ.
025710 CHERCHE-LITIGE-ENC-EXIT.
025720        EXIT.
