000352*  02/09/2026  JFR     Numerotation legale des factures : entete
000354*                       Ent030 et archives a 70 caracteres,
000356*                       postes ouverts Ent031 a 80.
000357*  15/10/2026  PDU     Seul le poste de la facture elle-meme
000358*                       (type 'F') fait foi pour juger la
000359*                       commande soldee : les postes de frais
000360*                       de rejet de prelevement sont ignores.
000361*  15/10/2026  PDU     La facture passee en perte definitive
000362*                       (ETAT-LET 'X') est close au meme titre
000363*                       qu'une facture soldee et part en
000364*                       archive.
000365*  15/10/2026  PDU     Verrouillage des periodes : une facture
000366*                       soldee d'un mois en cloture ou clos dans
000367*                       le fichier des periodes Ent082 reste dans
000368*                       l'historique (avec ses avoirs et lignes)
000369*                       tant que CLOTPER n'a pas autorise
000370*                       l'archivage du mois ; refus signales par
000371*                       mois sur l'etat de controle.
000372*  15/10/2026  PDU     Periode controlee sur chaque piece de la
000373*                       commande (facture, avoirs, lignes) : une
000374*                       seule piece d'un mois non libere par
000375*                       CLOTPER (etat autre que A) retient toute
000376*                       la commande. Factures recapitulatives :
000377*                       avoirs et lignes des commandes regroupees
000378*                       suivent la facture (numero de facture
000379*                       Ent030/Ent032).
000380*================================================================
000381 ENVIRONMENT DIVISION.
000382*================================================================
000390 CONFIGURATION SECTION.
000400*    ---
000410 SOURCE-COMPUTER.      IBM-370.
000750     SELECT ENT052  ASSIGN TO ENT052
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS FS-ENT052.
000771*
000772     SELECT OPTIONAL ENT082  ASSIGN TO ENT082
000773            ORGANIZATION IS INDEXED
000774            ACCESS MODE IS RANDOM
000775            RECORD KEY IS MOIS-PER
000776            FILE STATUS IS FS-ENT082.
000780*================================================================
000790 DATA DIVISION.
000800*================================================================
001160         10 MNT-SOLDE-LET   PIC S9(07)V99.
001170         10 ETAT-LET        PIC  X(01).
001180            88 LET-PAYEE         VALUE 'P'.
001185            88 LET-PERTE         VALUE 'X'.
001190         10 TYP-LET         PIC  X(01).
001192         10 NUM-FACT-LET    PIC  9(05).
001194         10 DAT-ECH-LET     PIC  9(08).
001280             DATA RECORD ENT-DET.
001290 01  ENT-DET.
001300         10 NUM-CMD-DET       PIC  9(05).
001310         10                   PIC  X(51).
001312         10 DAT-TRT-DET       PIC  9(08).
001314         10 TYP-PIECE-DET     PIC  X(01).
001316         10 NUM-FACT-DET      PIC  9(05).
001318         10                   PIC  X(10).
001320*----------------------------------------------------------------
001330*    ARCHIVE DES ENTETES (MEME DECOUPE QUE ENT030)
001340*----------------------------------------------------------------
001730             RECORDING MODE IS   F
001740             DATA RECORD ENT-DET-EPU.
001750 01  ENT-DET-EPU            PIC X(80).
001751*----------------------------------------------------------------
001752*    FICHIER DES PERIODES COMPTABLES (INDEXE SUR LE MOIS, TENU
001753*    PAR CLOTPER) - SEUL L'ETAT DU MOIS EST EXPLOITE
001754*----------------------------------------------------------------
001755 FD  ENT082 LABEL RECORD STANDARD
001756             RECORD  CONTAINS  150 CHARACTERS
001757             DATA RECORD  ENT-PER.
001758 01  ENT-PER.
001759         10 MOIS-PER          PIC  9(06).
001760         10 ETAT-PER          PIC  X(01).
001761            88 PER-OUVERTE         VALUE 'O'.
001762            88 PER-EN-CLOTURE      VALUE 'E'.
001763            88 PER-CLOSE           VALUE 'C'.
001764            88 PER-ARCHIVABLE      VALUE 'A'.
001765         10                   PIC  X(143).
001766*================================================================
001770 WORKING-STORAGE SECTION.
001780*    ---
001790*
001820 01 C-NBR-MAX-SOLDEES    PIC  9(05)   VALUE 10000.
001830 01 C-NBR-MAX-ARC        PIC  9(05)   VALUE 10000.
001840 01 C-NBR-MOIS-DEFAUT    PIC  9(03)   VALUE 12.
001845 01 C-NBR-MAX-REF        PIC  9(03)   VALUE 200.
001850*
001860*   DATE DE TRAITEMENT ET DATE LIMITE D'ARCHIVAGE :
001870 01 W-DATE-TRAITEMENT    PIC  9(08).
002080 01 W-CPT-DET-CONSERVEES PIC  9(07)    VALUE ZERO.
002090 01 W-MNT-ARCHIVE        PIC S9(11)V99 VALUE ZERO.
002100 01 W-MNT-CONSERVE       PIC S9(11)V99 VALUE ZERO.
002105 01 W-CPT-REFUS          PIC  9(07)    VALUE ZERO.
002110*
002111*   ETAT DU DERNIER MOIS LU DANS LE FICHIER DES PERIODES :
002112 01 W-MOIS-LU            PIC  9(06)    VALUE ZERO.
002113 01 W-ETAT-LU            PIC  X(01)    VALUE SPACE.
002114*
002115*   MOIS NON LIBERES AYANT RETENU DES COMMANDES SOLDEES
002116*   (SIGNALES EN FIN DE TRAITEMENT) :
002117 01 W-NBR-REF            PIC  9(03)  COMP VALUE ZERO.
002118 01 W-TABLE-REF.
002119    10 W-REF OCCURS 200 TIMES.
002120       15 W-REF-MOIS     PIC  9(06).
002121       15 W-REF-ETAT     PIC  X(01).
002122       15 W-REF-NBR      PIC  9(05).
002123 01 W-IDX-REF            PIC  9(03)  COMP.
002124 01 W-REF-CIBLE          PIC  9(03)  COMP.
002125*
002126*   TABLE DES COMMANDES DONT LA FACTURE EST SOLDEE (ENT031),
002127*   CANDIDATES A L'ARCHIVAGE (FACTURE ANTERIEURE A LA DATE
002128*   LIMITE) ET RETENUES PAR LA PERIODE D'UNE DE LEURS PIECES :
002130 01 W-NBR-SOLDEES        PIC  9(05)  COMP VALUE ZERO.
002140 01 W-TABLE-SOLDEES.
002150    10 W-SOLDEE OCCURS 1 TO 10000 TIMES
002160          DEPENDING ON W-NBR-SOLDEES
002170          INDEXED BY IND-SOL.
002171       15 W-SOL-CMD       PIC 9(05).
002172       15 W-SOL-FACT      PIC 9(05).
002173       15 W-SOL-ETAT      PIC X(01).
002174          88 W-SOL-CANDIDATE    VALUE 'C'.
002175          88 W-SOL-RETENUE      VALUE 'R'.
002180*
002190*   TABLE DES COMMANDES ARCHIVEES ET DE LEUR NUMERO DE FACTURE
002200*   (DECISION REPORTEE SUR LES AVOIRS ET LES LIGNES DE DETAIL
002205*   DE LA COMMANDE OU DES COMMANDES REGROUPEES SUR LA FACTURE) :
002210 01 W-NBR-ARC            PIC  9(05)  COMP VALUE ZERO.
002220 01 W-TABLE-ARC.
002230    10 W-ARC OCCURS 1 TO 10000 TIMES
002240          DEPENDING ON W-NBR-ARC
002250          INDEXED BY IND-ARC.
002253       15 W-ARC-CMD       PIC 9(05).
002256       15 W-ARC-FACT      PIC 9(05).
002260*
002270*   ARGUMENTS DE RECHERCHE DANS LES TABLES :
002280 01 W-CMD-RECH           PIC  9(05).
002282 01 W-FACT-RECH          PIC  9(05).
002284*
002286*   DATE DE LA PIECE SOUMISE AU CONTROLE DE PERIODE :
002288 01 W-DATE-PIECE         PIC  9(08).
002290*
002300*   PARM :
002310 01 W-PARM-LIGNE         PIC  X(20).
002510   88 CMD-ARCHIVEE         VALUE "OK".
002520   88 CMD-CONSERVEE        VALUE "KO".
002530*
002531* LE FICHIER DES PERIODES EST-IL PRESENT.
002532 01                     PIC   X(02).
002533   88 PERIODES-PRESENTES   VALUE "OK".
002534   88 PERIODES-ABSENTES    VALUE "KO".
002535*
002536* LE MOIS DE LA PIECE EN COURS PERMET-IL L'ARCHIVAGE.
002537 01                     PIC   X(02).
002538   88 PERIODE-LIBRE        VALUE "OK".
002539   88 PERIODE-VERROUILLEE  VALUE "KO".
002540*
002541 01 W-STATUS.
002550   10 FS-ENT030         PIC   X(02).
002560      88 FS-ENT030-OK      VALUE "00".
002570      88 FIN-ENT030        VALUE "10".
002710      88 FS-ENT051-OK      VALUE "00".
002720   10 FS-ENT052         PIC   X(02).
002730      88 FS-ENT052-OK      VALUE "00".
002732   10 FS-ENT082         PIC   X(02).
002734      88 FS-ENT082-OK      VALUE "00".
002736      88 FS-ENT082-ABS     VALUE "05".
002740*================================================================
002750 LINKAGE SECTION.
002760*    ---
003540        SET TRT-KO TO TRUE
003550        GO TO DEBUT-EXIT
003560     END-IF.
003561     OPEN INPUT ENT082.
003562     IF FS-ENT082-OK
003563        SET PERIODES-PRESENTES TO TRUE
003564     ELSE
003565     IF FS-ENT082-ABS
003566        SET PERIODES-ABSENTES TO TRUE
003567     ELSE
003568        MOVE SPACES TO LIGNE-CTL
003569        STRING 'ERREUR - ENT082 - FICHIER DES PERIODES'
003570               ' INACCESSIBLE (STATUT ' FS-ENT082 ') - ARRET'
003571               DELIMITED BY SIZE INTO LIGNE-CTL
003572        END-STRING
003573        WRITE LIGNE-CTL
003574        SET TRT-KO TO TRUE
003575        GO TO DEBUT-EXIT
003576     END-IF
003577     END-IF.
003578     PERFORM CHARGE-TABLE-SOLDEES
003580             THRU CHARGE-TABLE-SOLDEES-EXIT.
003585     PERFORM CONTROLE-PERIODES THRU CONTROLE-PERIODES-EXIT.
003590 DEBUT-EXIT.
003600        EXIT.
003610*----------------------------------------------------------------
003830        EXIT.
003840*----------------------------------------------------------------
003850*    CHARGEMENT DES COMMANDES DONT LA FACTURE EST SOLDEE
003860*    (ETAT-LET 'P' DANS ENT031) OU PASSEE EN PERTE ('X')
003870*----------------------------------------------------------------
003880 CHARGE-TABLE-SOLDEES.
003890     MOVE ZERO TO W-NBR-SOLDEES.
004090           GO TO LIT-UN-POSTE-EXIT
004100     END-READ.
004110     ADD 1 TO W-CPT-POSTES-LUS.
004120     IF (LET-PAYEE OR LET-PERTE) AND TYP-LET = 'F'
004130        ADD 1 TO W-CPT-SOLDEES
004140        ADD 1 TO W-NBR-SOLDEES
004150        MOVE NUM-CMD-LET TO W-SOL-CMD  (W-NBR-SOLDEES)
004151        IF NUM-FACT-LET NUMERIC
004152           MOVE NUM-FACT-LET TO W-SOL-FACT (W-NBR-SOLDEES)
004153        ELSE
004154           MOVE ZERO         TO W-SOL-FACT (W-NBR-SOLDEES)
004155        END-IF
004156        MOVE SPACE       TO W-SOL-ETAT (W-NBR-SOLDEES)
004160     END-IF.
004170 LIT-UN-POSTE-EXIT.
004180        EXIT.
004420*----------------------------------------------------------------
004430*    DECISION D'ARCHIVAGE D'UNE ENTETE : UNE FACTURE PART EN
004440*    ARCHIVE SI ELLE EST SOLDEE ET ANTERIEURE A LA DATE LIMITE,
004450*    SAUF SI UNE PIECE DE LA COMMANDE EST DANS UN MOIS NON
004453*    LIBERE (CONTROLE-PERIODES), UN AVOIR SUIT LA DECISION
004456*    PRISE POUR SA COMMANDE OU POUR LA FACTURE QU'IL CORRIGE
004460*----------------------------------------------------------------
004470 TRAITE-ENTETE.
004480     MOVE NUM-CMD-HIST TO W-CMD-RECH.
004490     IF HIST-AVOIR
004500        PERFORM CHERCHE-ARCHIVEE THRU CHERCHE-ARCHIVEE-EXIT
004501        IF CMD-CONSERVEE
004502           AND NUM-FACT-HIST NUMERIC
004503           AND NUM-FACT-HIST > ZERO
004504             MOVE NUM-FACT-HIST TO W-FACT-RECH
004505             PERFORM CHERCHE-ARCHIVEE-FACT
004506                     THRU CHERCHE-ARCHIVEE-FACT-EXIT
004507        END-IF
004510     ELSE
004520        SET CMD-CONSERVEE TO TRUE
004530        IF DAT-TRT-HIST LESS THAN W-DATE-LIMITE
004540           PERFORM CHERCHE-SOLDEE THRU CHERCHE-SOLDEE-EXIT
004550           IF CMD-SOLDEE
004560              IF NOT W-SOL-RETENUE (IND-SOL)
004570                 SET CMD-ARCHIVEE TO TRUE
004573                 PERFORM NOTE-ARCHIVEE THRU NOTE-ARCHIVEE-EXIT
004576              END-IF
004580           END-IF
004590        END-IF
004600     END-IF.
004820     SEARCH W-SOLDEE
004830        AT END
004840           CONTINUE
004850        WHEN W-SOL-CMD (IND-SOL) = W-CMD-RECH
004860           SET CMD-SOLDEE TO TRUE
004870     END-SEARCH.
004880 CHERCHE-SOLDEE-EXIT.
004881        EXIT.
004882*----------------------------------------------------------------
004883*    RECHERCHE D'UNE FACTURE SOLDEE PAR SON NUMERO
004884*----------------------------------------------------------------
004885 CHERCHE-SOLDEE-FACT.
004886     SET CMD-NON-SOLDEE TO TRUE.
004887     IF W-NBR-SOLDEES = ZERO
004888        GO TO CHERCHE-SOLDEE-FACT-EXIT
004889     END-IF.
004890     SET IND-SOL TO 1.
004891     SEARCH W-SOLDEE
004892        AT END
004893           CONTINUE
004894        WHEN W-SOL-FACT (IND-SOL) = W-FACT-RECH
004895           SET CMD-SOLDEE TO TRUE
004896     END-SEARCH.
004897 CHERCHE-SOLDEE-FACT-EXIT.
004898        EXIT.
004900*----------------------------------------------------------------
004910 CHERCHE-ARCHIVEE.
004920     SET CMD-CONSERVEE TO TRUE.
004970     SEARCH W-ARC
004980        AT END
004990           CONTINUE
005000        WHEN W-ARC-CMD (IND-ARC) = W-CMD-RECH
005010           SET CMD-ARCHIVEE TO TRUE
005020     END-SEARCH.
005030 CHERCHE-ARCHIVEE-EXIT.
005040        EXIT.
005050*----------------------------------------------------------------
005051*    RECHERCHE D'UNE FACTURE ARCHIVEE PAR SON NUMERO
005052*----------------------------------------------------------------
005053 CHERCHE-ARCHIVEE-FACT.
005054     SET CMD-CONSERVEE TO TRUE.
005055     IF W-NBR-ARC = ZERO
005056        GO TO CHERCHE-ARCHIVEE-FACT-EXIT
005057     END-IF.
005058     SET IND-ARC TO 1.
005059     SEARCH W-ARC
005060        AT END
005061           CONTINUE
005062        WHEN W-ARC-FACT (IND-ARC) = W-FACT-RECH
005063           SET CMD-ARCHIVEE TO TRUE
005064     END-SEARCH.
005065 CHERCHE-ARCHIVEE-FACT-EXIT.
005066        EXIT.
005067*----------------------------------------------------------------
005068 NOTE-ARCHIVEE.
005070     IF W-NBR-ARC LESS THAN C-NBR-MAX-ARC
005080        ADD 1 TO W-NBR-ARC
005090        MOVE NUM-CMD-HIST TO W-ARC-CMD (W-NBR-ARC)
005091        IF NUM-FACT-HIST NUMERIC
005092           MOVE NUM-FACT-HIST TO W-ARC-FACT (W-NBR-ARC)
005093        ELSE
005094           MOVE ZERO          TO W-ARC-FACT (W-NBR-ARC)
005095        END-IF
005100     ELSE
005110        MOVE SPACES TO LIGNE-CTL
005120        STRING 'AVIS - PLAFOND DE ' C-NBR-MAX-ARC
005310        EXIT.
005320*----------------------------------------------------------------
005330*    UNE LIGNE DE DETAIL SUIT LA DECISION PRISE POUR SA COMMANDE
005333*    OU POUR SA FACTURE (LIGNE D'UNE COMMANDE REGROUPEE SUR UNE
005336*    FACTURE RECAPITULATIVE)
005340*----------------------------------------------------------------
005350 TRAITE-DETAIL.
005360     MOVE NUM-CMD-DET TO W-CMD-RECH.
005370     PERFORM CHERCHE-ARCHIVEE THRU CHERCHE-ARCHIVEE-EXIT.
005371     IF CMD-CONSERVEE
005372        AND NUM-FACT-DET NUMERIC
005373        AND NUM-FACT-DET > ZERO
005374          MOVE NUM-FACT-DET TO W-FACT-RECH
005375          PERFORM CHERCHE-ARCHIVEE-FACT
005376                  THRU CHERCHE-ARCHIVEE-FACT-EXIT
005377     END-IF.
005380     IF CMD-ARCHIVEE
005390        ADD 1 TO W-CPT-DET-ARCHIVEES
005400        MOVE ENT-DET TO ENT-DET-ARC
005520*================================================================
005530 FIN.
005540     IF TRT-OK
005545        PERFORM SIGNALE-REFUS THRU SIGNALE-REFUS-EXIT
005550        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
005560        CLOSE ENT030 ENT032 ENT041 ENT042 ENT051 ENT052
005565              ENT082
005570     END-IF.
005580     CLOSE ENT043.
005590 FIN-EXIT.
006140            DELIMITED BY SIZE INTO LIGNE-CTL
006150     END-STRING.
006160     WRITE LIGNE-CTL.
006161     MOVE SPACES TO LIGNE-CTL.
006162     STRING 'REFUS (PERIODE NON LIBRE) : ' W-CPT-REFUS
006163            DELIMITED BY SIZE INTO LIGNE-CTL
006164     END-STRING.
006165     WRITE LIGNE-CTL.
006170 REND-COMPTE-EXIT.
006180        EXIT.
006190*----------------------------------------------------------------
006200*    ETAT DU MOIS DE LA PIECE (W-DATE-PIECE) DANS LE FICHIER DES
006210*    PERIODES : UNE PIECE D'UN MOIS OUVERT, EN CLOTURE OU CLOS
006220*    N'EST PAS ARCHIVEE TANT QUE L'ARCHIVAGE DU MOIS N'EN EST
006230*    PAS AUTORISE (ETAT A, POSE PAR CLOTPER) - MOIS ABSENT = MOIS
006240*    OUVERT
006250*----------------------------------------------------------------
006260 CONTROLE-PERIODE-PIECE.
006270     SET PERIODE-LIBRE TO TRUE.
006280     IF PERIODES-ABSENTES
006290        GO TO CONTROLE-PERIODE-PIECE-EXIT
006300     END-IF.
006310     IF W-DATE-PIECE (1:6) NOT = W-MOIS-LU
006320        MOVE W-DATE-PIECE (1:6) TO W-MOIS-LU
006330        MOVE W-MOIS-LU TO MOIS-PER
006340        READ ENT082
006350           INVALID KEY
006360              MOVE 'O' TO W-ETAT-LU
006370           NOT INVALID KEY
006380              MOVE ETAT-PER TO W-ETAT-LU
006390        END-READ
006400     END-IF.
006410     IF W-ETAT-LU = 'A'
006420        GO TO CONTROLE-PERIODE-PIECE-EXIT
006430     END-IF.
006440     SET PERIODE-VERROUILLEE TO TRUE.
006450     ADD 1 TO W-CPT-REFUS.
006460     MOVE ZERO TO W-REF-CIBLE.
006470     PERFORM CHERCHE-REFUS THRU CHERCHE-REFUS-EXIT
006480             VARYING W-IDX-REF FROM 1 BY 1
006490             UNTIL W-IDX-REF > W-NBR-REF
006500                OR W-REF-CIBLE > ZERO.
006510     IF W-REF-CIBLE = ZERO
006520        IF W-NBR-REF < C-NBR-MAX-REF
006530           ADD 1 TO W-NBR-REF
006540           MOVE W-NBR-REF TO W-REF-CIBLE
006550           MOVE W-MOIS-LU TO W-REF-MOIS (W-REF-CIBLE)
006560           MOVE W-ETAT-LU TO W-REF-ETAT (W-REF-CIBLE)
006570           MOVE ZERO      TO W-REF-NBR (W-REF-CIBLE)
006580        ELSE
006590           GO TO CONTROLE-PERIODE-PIECE-EXIT
006600        END-IF
006610     END-IF.
006620     ADD 1 TO W-REF-NBR (W-REF-CIBLE).
006630 CONTROLE-PERIODE-PIECE-EXIT.
006640        EXIT.
006650*----------------------------------------------------------------
006660 CHERCHE-REFUS.
006670     IF W-REF-MOIS (W-IDX-REF) = W-MOIS-LU
006680        MOVE W-IDX-REF TO W-REF-CIBLE
006690     END-IF.
006700 CHERCHE-REFUS-EXIT.
006710        EXIT.
006720*----------------------------------------------------------------
006730*    SIGNALEMENT PAR MOIS DES COMMANDES SOLDEES CONSERVEES CAR
006740*    UNE DE LEURS PIECES EST DANS UN MOIS NON LIBERE
006750*----------------------------------------------------------------
006760 SIGNALE-REFUS.
006770     PERFORM SIGNALE-UN-REFUS THRU SIGNALE-UN-REFUS-EXIT
006780             VARYING W-IDX-REF FROM 1 BY 1
006790             UNTIL W-IDX-REF > W-NBR-REF.
006800 SIGNALE-REFUS-EXIT.
006810        EXIT.
006820*----------------------------------------------------------------
006830 SIGNALE-UN-REFUS.
006840     MOVE SPACES TO LIGNE-CTL.
006850     IF W-REF-ETAT (W-IDX-REF) = 'E'
006860        STRING 'REJET - PERIODE ' W-REF-MOIS (W-IDX-REF)
006870               ' EN CLOTURE - ' W-REF-NBR (W-IDX-REF)
006880               ' COMMANDE(S) SOLDEE(S) CONSERVEE(S) - ARCHIVAGE'
006890               ' REFUSE'
006900               DELIMITED BY SIZE INTO LIGNE-CTL
006910        END-STRING
006920     ELSE
006930     IF W-REF-ETAT (W-IDX-REF) = 'C'
006940        STRING 'REJET - PERIODE ' W-REF-MOIS (W-IDX-REF)
006950               ' CLOSE - ' W-REF-NBR (W-IDX-REF)
006960               ' COMMANDE(S) SOLDEE(S) CONSERVEE(S) - ARCHIVAGE'
006970               ' REFUSE (AUTORISATION CLOTPER REQUISE)'
006980               DELIMITED BY SIZE INTO LIGNE-CTL
006990        END-STRING
007000     ELSE
007010        STRING 'REJET - PERIODE ' W-REF-MOIS (W-IDX-REF)
007020               ' OUVERTE - ' W-REF-NBR (W-IDX-REF)
007030               ' COMMANDE(S) SOLDEE(S) CONSERVEE(S) - ARCHIVAGE'
007040               ' REFUSE (CLOTURE CLOTPER REQUISE)'
007050               DELIMITED BY SIZE INTO LIGNE-CTL
007060        END-STRING
007070     END-IF
007080     END-IF.
007090     WRITE LIGNE-CTL.
007100 SIGNALE-UN-REFUS-EXIT.
007110        EXIT.
007120*----------------------------------------------------------------
007130*    CONTROLE DES PERIODES DE TOUTES LES PIECES DES COMMANDES
007140*    SOLDEES AVANT VENTILATION : FACTURE, AVOIRS ET LIGNES DE
007150*    DETAIL (Y COMPRIS CELLES DES COMMANDES REGROUPEES SUR UNE
007160*    FACTURE RECAPITULATIVE, RATTACHEES PAR LE NUMERO DE
007170*    FACTURE). UNE SEULE PIECE D'UN MOIS NON LIBERE RETIENT TOUTE
007180*    LA COMMANDE DANS L'HISTORIQUE. ENT030 ET ENT032 SONT
007190*    ENSUITE REPRIS AU DEBUT POUR LA VENTILATION
007200*----------------------------------------------------------------
007210 CONTROLE-PERIODES.
007220     IF TRT-KO OR PERIODES-ABSENTES
007230        GO TO CONTROLE-PERIODES-EXIT
007240     END-IF.
007250     PERFORM CONTROLE-UNE-ENTETE THRU CONTROLE-UNE-ENTETE-EXIT
007260             UNTIL FIN-ENT030.
007270     PERFORM CONTROLE-UNE-LIGNE THRU CONTROLE-UNE-LIGNE-EXIT
007280             UNTIL FIN-ENT032.
007290     CLOSE ENT030 ENT032.
007300     OPEN INPUT ENT030.
007310     IF NOT FS-ENT030-OK
007320        MOVE SPACES TO LIGNE-CTL
007330        STRING 'ERREUR - ENT030 - HISTORIQUE NON REPRIS'
007340               ' (STATUT ' FS-ENT030 ') - ARRET'
007350               DELIMITED BY SIZE INTO LIGNE-CTL
007360        END-STRING
007370        WRITE LIGNE-CTL
007380        SET TRT-KO TO TRUE
007390        GO TO CONTROLE-PERIODES-EXIT
007400     END-IF.
007410     OPEN INPUT ENT032.
007420     IF NOT FS-ENT032-OK
007430        MOVE SPACES TO LIGNE-CTL
007440        STRING 'ERREUR - ENT032 - DETAIL NON REPRIS'
007450               ' (STATUT ' FS-ENT032 ') - ARRET'
007460               DELIMITED BY SIZE INTO LIGNE-CTL
007470        END-STRING
007480        WRITE LIGNE-CTL
007490        SET TRT-KO TO TRUE
007500     END-IF.
007510 CONTROLE-PERIODES-EXIT.
007520        EXIT.
007530*----------------------------------------------------------------
007540*    ENTETE ENT030 : LA FACTURE SOLDEE ANTERIEURE A LA DATE LIMITE
007550*    REND SA COMMANDE CANDIDATE, CHAQUE ENTETE (FACTURE OU AVOIR)
007560*    D'UNE COMMANDE CANDIDATE EST CONTROLEE SUR SA PROPRE DATE
007570*----------------------------------------------------------------
007580 CONTROLE-UNE-ENTETE.
007590     READ ENT030
007600        AT END
007610           SET FIN-ENT030 TO TRUE
007620           GO TO CONTROLE-UNE-ENTETE-EXIT
007630     END-READ.
007640     MOVE NUM-CMD-HIST TO W-CMD-RECH.
007650     PERFORM CHERCHE-SOLDEE THRU CHERCHE-SOLDEE-EXIT.
007660     IF CMD-NON-SOLDEE
007670        AND NUM-FACT-HIST NUMERIC
007680        AND NUM-FACT-HIST > ZERO
007690          MOVE NUM-FACT-HIST TO W-FACT-RECH
007700          PERFORM CHERCHE-SOLDEE-FACT
007710                  THRU CHERCHE-SOLDEE-FACT-EXIT
007720     END-IF.
007730     IF CMD-NON-SOLDEE
007740        GO TO CONTROLE-UNE-ENTETE-EXIT
007750     END-IF.
007760     IF NOT HIST-AVOIR
007770        AND DAT-TRT-HIST LESS THAN W-DATE-LIMITE
007780        AND W-SOL-ETAT (IND-SOL) = SPACE
007790          SET W-SOL-CANDIDATE (IND-SOL) TO TRUE
007800     END-IF.
007810     MOVE DAT-TRT-HIST TO W-DATE-PIECE.
007820     PERFORM RETIENT-COMMANDE THRU RETIENT-COMMANDE-EXIT.
007830 CONTROLE-UNE-ENTETE-EXIT.
007840        EXIT.
007850*----------------------------------------------------------------
007860*    LIGNE ENT032 : CONTROLEE SUR SA PROPRE DATE SI ELLE RELEVE
007870*    D'UNE COMMANDE CANDIDATE (PAR SA COMMANDE OU SA FACTURE)
007880*----------------------------------------------------------------
007890 CONTROLE-UNE-LIGNE.
007900     READ ENT032
007910        AT END
007920           SET FIN-ENT032 TO TRUE
007930           GO TO CONTROLE-UNE-LIGNE-EXIT
007940     END-READ.
007950     MOVE NUM-CMD-DET TO W-CMD-RECH.
007960     PERFORM CHERCHE-SOLDEE THRU CHERCHE-SOLDEE-EXIT.
007970     IF CMD-NON-SOLDEE
007980        AND NUM-FACT-DET NUMERIC
007990        AND NUM-FACT-DET > ZERO
008000          MOVE NUM-FACT-DET TO W-FACT-RECH
008010          PERFORM CHERCHE-SOLDEE-FACT
008020                  THRU CHERCHE-SOLDEE-FACT-EXIT
008030     END-IF.
008040     IF CMD-NON-SOLDEE
008050        GO TO CONTROLE-UNE-LIGNE-EXIT
008060     END-IF.
008070     MOVE DAT-TRT-DET TO W-DATE-PIECE.
008080     PERFORM RETIENT-COMMANDE THRU RETIENT-COMMANDE-EXIT.
008090 CONTROLE-UNE-LIGNE-EXIT.
008100        EXIT.
008110*----------------------------------------------------------------
008120*    COMMANDE CANDIDATE (W-SOLDEE (IND-SOL)) RETENUE DANS
008130*    L'HISTORIQUE SI LA PIECE EN COURS EST DANS UN MOIS NON LIBERE
008140*----------------------------------------------------------------
008150 RETIENT-COMMANDE.
008160     IF NOT W-SOL-CANDIDATE (IND-SOL)
008170        GO TO RETIENT-COMMANDE-EXIT
008180     END-IF.
008190     PERFORM CONTROLE-PERIODE-PIECE
008200             THRU CONTROLE-PERIODE-PIECE-EXIT.
008210     IF PERIODE-VERROUILLEE
008220        SET W-SOL-RETENUE (IND-SOL) TO TRUE
008230     END-IF.
008240 RETIENT-COMMANDE-EXIT.
008250        EXIT.
