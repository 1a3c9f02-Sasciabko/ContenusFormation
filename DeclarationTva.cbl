000322*  02/09/2026  JFR     Numerotation legale des factures : entete
000324*                       Ent030 etendue a 70 caracteres, numero
000326*                       de facture porte dans le detail Ent032.
000327*  15/10/2026  PDU     Regularisation de TVA des creances
000328*                       passees en perte definitive (Ent068,
000329*                       cumul produit par PASPERTE) : base et
000330*                       TVA deduites par taux dans le mois de
000331*                       comptabilisation de la perte, sur des
000332*                       lignes distinctes, hors rapprochement
000333*                       Ent030 / Ent032.
000334*  15/10/2026  PDU     Verrouillage des periodes closes :
000335*                       declaration refusee si le mois declare est
000336*                       clos dans le fichier des periodes Ent082
000337*                       (REJET sur l'etat, RETURN-CODE 8). Date de
000338*                       l'etat et TVA declaree notees sur le mois
000339*                       dans Ent082 pour le controle de cloture de
000340*                       CLOTPER.
000341*================================================================
000342 ENVIRONMENT DIVISION.
000350*================================================================
000360 CONFIGURATION SECTION.
000370*    ---
000520     SELECT ENT036  ASSIGN TO ENT036
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS FS-ENT036.
000541*
000542     SELECT OPTIONAL ENT068  ASSIGN TO ENT068
000543            ORGANIZATION IS SEQUENTIAL
000544            FILE STATUS IS FS-ENT068.
000545*
000546     SELECT OPTIONAL ENT082  ASSIGN TO ENT082
000547            ORGANIZATION IS INDEXED
000548            ACCESS MODE IS RANDOM
000549            RECORD KEY IS MOIS-PER
000550            FILE STATUS IS FS-ENT082.
000551*================================================================
000560 DATA DIVISION.
000570*================================================================
000580 FILE SECTION.
000972         10 NUM-FACT-DET      PIC  9(05).
000980         10                   PIC  X(10).
000990*----------------------------------------------------------------
000991*    PASSAGES EN PERTE DES CREANCES IRRECOUVRABLES (CUMUL
000992*    PRODUIT PAR PASPERTE - UN ENREGISTREMENT PAR TAUX DE TVA)
000993*----------------------------------------------------------------
000994 FD  ENT068 LABEL RECORD STANDARD
000995             BLOCK   CONTAINS    0 RECORDS
000996             RECORD  CONTAINS   80 CHARACTERS
000997             RECORDING MODE IS   F
000998             DATA RECORD ENT-PRT.
000999 01  ENT-PRT.
001000         10 TYP-PRT           PIC  X(01).
001001            88 PRT-PERTE           VALUE 'X'.
001002         10 NUM-FACT-PRT      PIC  9(05).
001003         10 NUM-CMD-PRT       PIC  9(05).
001004         10 NUM-CLI-PRT       PIC  9(05).
001005         10 DAT-FACT-PRT      PIC  9(08).
001006         10 DAT-COMPTA-PRT    PIC  9(08).
001007         10 TX-PRT            PIC  9V9(04).
001008         10 MNT-HT-PRT        PIC S9(09)V99.
001009         10 MNT-TVA-PRT       PIC S9(09)V99.
001010         10 COD-MOTIF-PRT     PIC  X(02).
001011         10                   PIC  X(19).
001012*----------------------------------------------------------------
001013*    ETAT PREPARATOIRE DE DECLARATION DE TVA
001014*----------------------------------------------------------------
001020 FD  ENT036 LABEL RECORDS OMITTED
001030             RECORD  CONTAINS  132 CHARACTERS
001040             RECORDING MODE IS   F
001050             DATA RECORD LIGNE-TVA.
001060 01  LIGNE-TVA              PIC X(132).
001061*----------------------------------------------------------------
001062*    FICHIER DES PERIODES COMPTABLES (INDEXE SUR LE MOIS, TENU
001063*    PAR CLOTPER)
001064*----------------------------------------------------------------
001065 FD  ENT082 LABEL RECORD STANDARD
001066             RECORD  CONTAINS  150 CHARACTERS
001067             DATA RECORD  ENT-PER.
001068 01  ENT-PER.
001069         10 MOIS-PER          PIC  9(06).
001070         10 ETAT-PER          PIC  X(01).
001071            88 PER-OUVERTE         VALUE 'O'.
001072            88 PER-EN-CLOTURE      VALUE 'E'.
001073            88 PER-CLOSE           VALUE 'C'.
001074            88 PER-ARCHIVABLE      VALUE 'A'.
001075         10 JOURS-EXP-PER     PIC  X(31).
001076         10 JOURS-EXP-TAB REDEFINES JOURS-EXP-PER.
001077            15 JOUR-EXP-PER   PIC  X(01) OCCURS 31 TIMES.
001078         10 DAT-DECL-PER      PIC  9(08).
001079         10 MNT-TVA-DECL-PER  PIC S9(09)V99.
001080         10 DAT-GEL-PER       PIC  9(08).
001081         10 DAT-CLO-PER       PIC  9(08).
001082         10 NBR-FAC-PER       PIC  9(05).
001083         10 NBR-AVR-PER       PIC  9(05).
001084         10 MNT-HIST-PER      PIC S9(09)V99.
001085         10 MNT-HT-PER        PIC S9(09)V99.
001086         10 MNT-TVA-PER       PIC S9(09)V99.
001087         10 MNT-TTC-PER       PIC S9(09)V99.
001088         10 MNT-TVA-PRT-PER   PIC S9(09)V99.
001089         10                   PIC  X(12).
001090*================================================================
001091 WORKING-STORAGE SECTION.
001092*    ---
001100*
001110*   CONSTANTES :
001120 01 C-NOMPGM             PIC  X(08)   VALUE 'DeclTva'.
001125 01 C-RC-REFUS           PIC  9(02)   VALUE 08.
001130*
001140*   DATE DE TRAITEMENT ET MOIS A DECLARER (PARM) :
001150 01 W-DATE-TRAITEMENT    PIC  9(08).
001200 01 W-CPT-LIGNES-MOIS    PIC  9(07)   VALUE ZERO.
001210 01 W-CPT-LIGNES-AVR     PIC  9(07)   VALUE ZERO.
001220 01 W-CPT-ENTETES-MOIS   PIC  9(07)   VALUE ZERO.
001225 01 W-CPT-PERTES-MOIS    PIC  9(07)   VALUE ZERO.
001230*
001240*   TAUX RECONSTITUE DE LA LIGNE EN COURS :
001250 01 W-TX-LIGNE           PIC  9V9(04).
001252*
001254*   PIECE CITEE DANS L'AVIS DE DEPASSEMENT DES 5 TAUX :
001256 01 W-PIECE-AVIS         PIC  9(05).
001260*
001270*   VENTILATION PAR TAUX DES FACTURES DU MOIS :
001280 01 W-NBR-VENT-FAC       PIC  9(01)   VALUE ZERO.
001390       15 W-TX-AVR       PIC  9V9(04).
001400       15 W-BASE-AVR     PIC S9(11)V99.
001410       15 W-TVA-AVR      PIC S9(11)V99.
001411*
001412*   VENTILATION PAR TAUX DES PERTES DU MOIS (EN DIMINUTION) :
001413 01 W-NBR-VENT-PRT       PIC  9(01)   VALUE ZERO.
001414 01 W-VENTILATION-PRT.
001415    10 W-VENT-PRT OCCURS 5 TIMES.
001416       15 W-TX-PRT       PIC  9V9(04).
001417       15 W-BASE-PRT     PIC S9(11)V99.
001418       15 W-TVA-PRT      PIC S9(11)V99.
001420*
001430*   INDICES ET CIBLE DE LA VENTILATION :
001440 01 W-IDX-VENT           PIC  9(03)  COMP.
001750      88 FIN-ENT032        VALUE "10".
001760   10 FS-ENT036         PIC   X(02).
001770      88 FS-ENT036-OK      VALUE "00".
001771   10 FS-ENT068         PIC   X(02).
001772      88 FS-ENT068-OK      VALUE "00".
001773      88 FS-ENT068-ABS     VALUE "05".
001774      88 FIN-ENT068        VALUE "10".
001775   10 FS-ENT082         PIC   X(02).
001776      88 FS-ENT082-OK      VALUE "00".
001777      88 FS-ENT082-ABS     VALUE "05".
001780*================================================================
001790 LINKAGE SECTION.
001800*    ---
002260     WRITE LIGNE-TVA.
002270     MOVE SPACES TO LIGNE-TVA.
002280     WRITE LIGNE-TVA.
002282     PERFORM CONTROLE-PERIODE THRU CONTROLE-PERIODE-EXIT.
002284     IF TRT-KO
002286        GO TO DEBUT-EXIT
002288     END-IF.
002290     OPEN INPUT ENT032.
002300     IF NOT FS-ENT032-OK
002310        MOVE SPACES TO LIGNE-TVA
002610     PERFORM LIT-ENTETE THRU LIT-ENTETE-EXIT.
002620     PERFORM TRAITE-ENTETE THRU TRAITE-ENTETE-EXIT
002630             UNTIL FIN-ENT030.
002635     PERFORM CHARGE-PERTES THRU CHARGE-PERTES-EXIT.
002640     PERFORM EDITE-ETAT THRU EDITE-ETAT-EXIT.
002650 TRAITEMENT-EXIT.
002660        EXIT.
003160           MOVE W-TX-LIGNE TO W-TX-FAC (W-VENT-CIBLE)
003170        ELSE
003180           MOVE 5 TO W-VENT-CIBLE
003185           MOVE NUM-CMD-DET TO W-PIECE-AVIS
003190           PERFORM AVISE-TROP-DE-TAUX
003200                   THRU AVISE-TROP-DE-TAUX-EXIT
003210        END-IF
003470           MOVE W-TX-LIGNE TO W-TX-AVR (W-VENT-CIBLE)
003480        ELSE
003490           MOVE 5 TO W-VENT-CIBLE
003495           MOVE NUM-CMD-DET TO W-PIECE-AVIS
003500           PERFORM AVISE-TROP-DE-TAUX
003510                   THRU AVISE-TROP-DE-TAUX-EXIT
003520        END-IF
003660 AVISE-TROP-DE-TAUX.
003670     MOVE W-TX-LIGNE TO W-AFF-TAUX.
003680     MOVE SPACES TO LIGNE-TVA.
003690     STRING 'AVIS - PIECE ' W-PIECE-AVIS
003700            ' - PLUS DE 5 TAUX - TAUX ' W-AFF-TAUX
003710            ' CUMULE SOUS LE DERNIER TAUX'
003720            DELIMITED BY SIZE INTO LIGNE-TVA
003960        EXIT.
003970*================================================================
003980*    EDITION DE L'ETAT : BASE ET TVA PAR TAUX, AVOIRS EN
003983*    DIMINUTION, REGULARISATIONS DES PERTES EN DEDUCTION,
003986*    TOTAL GENERAL ET RAPPROCHEMENT ENT030
003991*================================================================
004000 EDITE-ETAT.
004010     MOVE SPACES TO LIGNE-TVA.
004090     PERFORM EDITE-LIGNE-AVR THRU EDITE-LIGNE-AVR-EXIT
004100             VARYING W-IDX-VENT FROM 1 BY 1
004110             UNTIL W-IDX-VENT > W-NBR-VENT-AVR.
004112     PERFORM EDITE-LIGNE-PRT THRU EDITE-LIGNE-PRT-EXIT
004114             VARYING W-IDX-VENT FROM 1 BY 1
004116             UNTIL W-IDX-VENT > W-NBR-VENT-PRT.
004120     PERFORM EDITE-TOTAL THRU EDITE-TOTAL-EXIT.
004130     PERFORM RAPPROCHE-ENTETES THRU RAPPROCHE-ENTETES-EXIT.
004140 EDITE-ETAT-EXIT.
004910     IF TRT-OK
004920        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
004930        CLOSE ENT030 ENT032
004935        PERFORM NOTE-DECLARATION THRU NOTE-DECLARATION-EXIT
004940     END-IF.
004950     CLOSE ENT036.
004960 FIN-EXIT.
005190            DELIMITED BY SIZE INTO LIGNE-TVA
005200     END-STRING.
005210     WRITE LIGNE-TVA.
005211     MOVE SPACES TO LIGNE-TVA.
005212     STRING 'PERTES DU MOIS DECLARE  : ' W-CPT-PERTES-MOIS
005213            DELIMITED BY SIZE INTO LIGNE-TVA
005214     END-STRING.
005215     WRITE LIGNE-TVA.
005220 REND-COMPTE-EXIT.
005230        EXIT.
005240*----------------------------------------------------------------
005250*    CONTROLE DE LA PERIODE DECLAREE : AUCUNE DECLARATION D'UN
005260*    MOIS CLOS (UN MOIS EN CLOTURE PEUT ETRE REDECLARE).
005270*    MOIS ABSENT = MOIS OUVERT
005280*----------------------------------------------------------------
005290 CONTROLE-PERIODE.
005300     OPEN INPUT ENT082.
005310     IF NOT FS-ENT082-OK AND NOT FS-ENT082-ABS
005320        MOVE SPACES TO LIGNE-TVA
005330        STRING 'ERREUR - ENT082 - FICHIER DES PERIODES'
005340               ' INACCESSIBLE (STATUT ' FS-ENT082 ') - ARRET'
005350               DELIMITED BY SIZE INTO LIGNE-TVA
005360        END-STRING
005370        WRITE LIGNE-TVA
005380        SET TRT-KO TO TRUE
005390        GO TO CONTROLE-PERIODE-EXIT
005400     END-IF.
005410     MOVE W-MOIS-DECLARE TO MOIS-PER.
005420     READ ENT082
005430        INVALID KEY
005440           MOVE 'O' TO ETAT-PER
005450     END-READ.
005460     CLOSE ENT082.
005470     IF PER-CLOSE OR PER-ARCHIVABLE
005480        MOVE SPACES TO LIGNE-TVA
005490        STRING 'REJET - PERIODE ' W-MOIS-DECLARE ' CLOSE LE '
005500               DAT-CLO-PER ' - DECLARATION REFUSEE'
005510               DELIMITED BY SIZE INTO LIGNE-TVA
005520        END-STRING
005530        WRITE LIGNE-TVA
005540        MOVE C-RC-REFUS TO RETURN-CODE
005550        SET TRT-KO TO TRUE
005560     END-IF.
005570 CONTROLE-PERIODE-EXIT.
005580        EXIT.
005590*----------------------------------------------------------------
005600*    DECLARATION NOTEE SUR LE MOIS DANS LE FICHIER DES PERIODES
005610*    (CONTROLE DE LA TVA DECLAREE PAR CLOTPER)
005620*----------------------------------------------------------------
005630 NOTE-DECLARATION.
005640     OPEN I-O ENT082.
005650     IF NOT FS-ENT082-OK AND NOT FS-ENT082-ABS
005660        MOVE SPACES TO LIGNE-TVA
005670        STRING 'AVIS - ENT082 - FICHIER DES PERIODES'
005680               ' INACCESSIBLE (STATUT ' FS-ENT082 ')'
005690               ' - DECLARATION NON NOTEE'
005700               DELIMITED BY SIZE INTO LIGNE-TVA
005710        END-STRING
005720        WRITE LIGNE-TVA
005730        GO TO NOTE-DECLARATION-EXIT
005740     END-IF.
005750     MOVE W-MOIS-DECLARE TO MOIS-PER.
005760     READ ENT082
005770        INVALID KEY
005780           MOVE SPACES TO ENT-PER
005790           MOVE W-MOIS-DECLARE TO MOIS-PER
005800           MOVE 'O' TO ETAT-PER
005810           MOVE ZERO TO DAT-GEL-PER DAT-CLO-PER
005820                        NBR-FAC-PER NBR-AVR-PER MNT-HIST-PER
005830                        MNT-HT-PER MNT-TVA-PER MNT-TTC-PER
005840                        MNT-TVA-PRT-PER
005850           MOVE W-DATE-TRAITEMENT TO DAT-DECL-PER
005860           MOVE W-TOT-TVA TO MNT-TVA-DECL-PER
005870           WRITE ENT-PER
005880              INVALID KEY
005890                 CONTINUE
005900           END-WRITE
005910        NOT INVALID KEY
005920           MOVE W-DATE-TRAITEMENT TO DAT-DECL-PER
005930           MOVE W-TOT-TVA TO MNT-TVA-DECL-PER
005940           REWRITE ENT-PER
005950              INVALID KEY
005960                 CONTINUE
005970           END-REWRITE
005980     END-READ.
005990     IF NOT FS-ENT082-OK
006000        MOVE SPACES TO LIGNE-TVA
006010        STRING 'AVIS - ENT082 - DECLARATION DU MOIS '
006020               W-MOIS-DECLARE ' NON NOTEE DANS LE FICHIER DES'
006030               ' PERIODES (STATUT ' FS-ENT082 ')'
006040               DELIMITED BY SIZE INTO LIGNE-TVA
006050        END-STRING
006060        WRITE LIGNE-TVA
006070     END-IF.
006080     CLOSE ENT082.
006090 NOTE-DECLARATION-EXIT.
006100        EXIT.
006110*----------------------------------------------------------------
006120*    CUMUL PAR TAUX DES PERTES DEFINITIVES COMPTABILISEES DANS
006130*    LE MOIS DECLARE (FICHIER FACULTATIF - LES PROVISIONS NE
006140*    DONNENT PAS LIEU A REGULARISATION)
006150*----------------------------------------------------------------
006160 CHARGE-PERTES.
006170     OPEN INPUT ENT068.
006180     IF NOT FS-ENT068-OK AND NOT FS-ENT068-ABS
006190        MOVE SPACES TO LIGNE-TVA
006200        STRING 'AVIS - ENT068 - CUMUL DES PERTES ILLISIBLE'
006210               ' (STATUT ' FS-ENT068 ') - REGULARISATIONS NON'
006220               ' DEDUITES' DELIMITED BY SIZE INTO LIGNE-TVA
006230        END-STRING
006240        WRITE LIGNE-TVA
006250        GO TO CHARGE-PERTES-EXIT
006260     END-IF.
006270     PERFORM LIT-UNE-PERTE THRU LIT-UNE-PERTE-EXIT
006280             UNTIL FIN-ENT068.
006290     CLOSE ENT068.
006300 CHARGE-PERTES-EXIT.
006310        EXIT.
006320*----------------------------------------------------------------
006330 LIT-UNE-PERTE.
006340     READ ENT068
006350        AT END
006360           SET FIN-ENT068 TO TRUE
006370           GO TO LIT-UNE-PERTE-EXIT
006380     END-READ.
006390     IF NOT PRT-PERTE
006400        OR DAT-COMPTA-PRT (1:6) NOT = W-MOIS-DECLARE
006410          GO TO LIT-UNE-PERTE-EXIT
006420     END-IF.
006430     ADD 1 TO W-CPT-PERTES-MOIS.
006440     MOVE TX-PRT TO W-TX-LIGNE.
006450     MOVE ZERO TO W-VENT-CIBLE.
006460     IF W-NBR-VENT-PRT > ZERO
006470        PERFORM CHERCHE-VENT-PRT THRU CHERCHE-VENT-PRT-EXIT
006480                VARYING W-IDX-VENT FROM 1 BY 1
006490                UNTIL W-IDX-VENT > W-NBR-VENT-PRT
006500                   OR W-VENT-CIBLE > ZERO
006510     END-IF.
006520     IF W-VENT-CIBLE = ZERO
006530        IF W-NBR-VENT-PRT < 5
006540           ADD 1 TO W-NBR-VENT-PRT
006550           MOVE W-NBR-VENT-PRT TO W-VENT-CIBLE
006560           MOVE W-TX-LIGNE TO W-TX-PRT (W-VENT-CIBLE)
006570        ELSE
006580           MOVE 5 TO W-VENT-CIBLE
006590           MOVE NUM-CMD-PRT TO W-PIECE-AVIS
006600           PERFORM AVISE-TROP-DE-TAUX
006610                   THRU AVISE-TROP-DE-TAUX-EXIT
006620        END-IF
006630     END-IF.
006640     SUBTRACT MNT-HT-PRT  FROM W-BASE-PRT (W-VENT-CIBLE).
006650     SUBTRACT MNT-TVA-PRT FROM W-TVA-PRT  (W-VENT-CIBLE).
006660 LIT-UNE-PERTE-EXIT.
006670        EXIT.
006680*----------------------------------------------------------------
006690 CHERCHE-VENT-PRT.
006700     IF W-TX-PRT (W-IDX-VENT) = W-TX-LIGNE
006710        MOVE W-IDX-VENT TO W-VENT-CIBLE
006720     END-IF.
006730 CHERCHE-VENT-PRT-EXIT.
006740        EXIT.
006750*----------------------------------------------------------------
006760 EDITE-LIGNE-PRT.
006770     MOVE W-TX-PRT (W-IDX-VENT)   TO W-AFF-TAUX.
006780     MOVE W-BASE-PRT (W-IDX-VENT) TO W-EDT-BASE.
006790     MOVE W-TVA-PRT (W-IDX-VENT)  TO W-EDT-TVA.
006800     MOVE SPACES TO LIGNE-TVA.
006810     STRING W-AFF-TAUX '  ' W-EDT-BASE '  ' W-EDT-TVA
006820            '  PERTES (REGUL. TVA)'
006830            DELIMITED BY SIZE INTO LIGNE-TVA
006840     END-STRING.
006850     WRITE LIGNE-TVA.
006860     ADD W-BASE-PRT (W-IDX-VENT) TO W-TOT-BASE.
006870     ADD W-TVA-PRT (W-IDX-VENT)  TO W-TOT-TVA.
006880 EDITE-LIGNE-PRT-EXIT.
006890        EXIT.
