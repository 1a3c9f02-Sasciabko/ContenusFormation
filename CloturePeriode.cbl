000100 IDENTIFICATION DIVISION.
000110*================================================================
000120 PROGRAM-ID.         CLOTPER.
000130 AUTHOR.              P. DUPRE.
000140 INSTALLATION.        SERVICE FACTURATION.
000150 DATE-WRITTEN.        15/10/2026.
000160 DATE-COMPILED.
000170*================================================================
000180* HISTORIQUE DES MODIFICATIONS
000190*-----------------------------------------------------------------
000200*  DATE       AUTEUR  DESCRIPTION
000210*  ---------  ------  --------------------------------------------
000220*  15/10/2026  PDU     Version initiale : cloture mensuelle de la
000230*                       periode comptable passee en PARM (col. 1 a
000240*                       6, AAAAMM) sur le fichier des periodes
000250*                       Ent082 (indexe sur le mois). Premier
000260*                       passage : mois mis en cloture (etat E) et
000270*                       totaux du dossier de cloture geles (pieces
000280*                       Ent030, lignes Ent032, pertes Ent068).
000290*                       Controles avant verrouillage : totaux
000300*                       inchanges depuis le gel, export EXPCPTA
000310*                       passe pour chaque jour du mois, etat
000320*                       DECLTVA produit apres la fin du mois et
000330*                       egal a la TVA du dossier, dernier audit
000340*                       AUDITCHN (Ent049) posterieur a la fin du
000350*                       mois et sans anomalie bloquante. Mois clos
000360*                       (etat C) si tout est conforme, sinon
000370*                       maintenu en cloture avec RETURN-CODE 8.
000380*                       PARM col. 8 : O = reouverture d'un mois en
000390*                       cloture, A = autorisation d'archivage d'un
000400*                       mois clos (etat A). Etat de controle
000410*                       Ent083.
000420*================================================================
000430 ENVIRONMENT DIVISION.
000440*================================================================
000450 CONFIGURATION SECTION.
000460*    ---
000470 SOURCE-COMPUTER.      IBM-370.
000480 OBJECT-COMPUTER.      IBM-370.
000490*
000500 INPUT-OUTPUT SECTION.
000510*    ---
000520 FILE-CONTROL.
000530     SELECT OPTIONAL ENT082  ASSIGN TO ENT082
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS RANDOM
000560            RECORD KEY IS MOIS-PER
000570            FILE STATUS IS FS-ENT082.
000580*
000590     SELECT ENT030  ASSIGN TO ENT030
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS FS-ENT030.
000620*
000630     SELECT ENT032  ASSIGN TO ENT032
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS FS-ENT032.
000660*
000670     SELECT OPTIONAL ENT068  ASSIGN TO ENT068
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS FS-ENT068.
000700*
000710     SELECT OPTIONAL ENT049  ASSIGN TO ENT049
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS FS-ENT049.
000740*
000750     SELECT ENT083  ASSIGN TO ENT083
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS FS-ENT083.
000780*================================================================
000790 DATA DIVISION.
000800*================================================================
000810 FILE SECTION.
000820*    ---
000830*----------------------------------------------------------------
000840*    FICHIER DES PERIODES COMPTABLES (INDEXE SUR LE MOIS) - ETAT
000850*    DU MOIS, JOURS EXPORTES PAR EXPCPTA, DECLARATION DECLTVA ET
000860*    TOTAUX GELES DU DOSSIER DE CLOTURE
000870*----------------------------------------------------------------
000880 FD  ENT082 LABEL RECORD STANDARD
000890             RECORD  CONTAINS  150 CHARACTERS
000900             DATA RECORD  ENT-PER.
000910 01  ENT-PER.
000920         10 MOIS-PER          PIC  9(06).
000930         10 ETAT-PER          PIC  X(01).
000940            88 PER-OUVERTE         VALUE 'O'.
000950            88 PER-EN-CLOTURE      VALUE 'E'.
000960            88 PER-CLOSE           VALUE 'C'.
000970            88 PER-ARCHIVABLE      VALUE 'A'.
000980         10 JOURS-EXP-PER     PIC  X(31).
000990         10 JOURS-EXP-TAB REDEFINES JOURS-EXP-PER.
001000            15 JOUR-EXP-PER   PIC  X(01) OCCURS 31 TIMES.
001010         10 DAT-DECL-PER      PIC  9(08).
001020         10 MNT-TVA-DECL-PER  PIC S9(09)V99.
001030         10 DAT-GEL-PER       PIC  9(08).
001040         10 DAT-CLO-PER       PIC  9(08).
001050         10 NBR-FAC-PER       PIC  9(05).
001060         10 NBR-AVR-PER       PIC  9(05).
001070         10 MNT-HIST-PER      PIC S9(09)V99.
001080         10 MNT-HT-PER        PIC S9(09)V99.
001090         10 MNT-TVA-PER       PIC S9(09)V99.
001100         10 MNT-TTC-PER       PIC S9(09)V99.
001110         10 MNT-TVA-PRT-PER   PIC S9(09)V99.
001120         10                   PIC  X(12).
001130*----------------------------------------------------------------
001140*    HISTORIQUE DES FACTURES ET AVOIRS EMIS (PRODUIT PAR
001150*    IMPFACTU)
001160*----------------------------------------------------------------
001170 FD  ENT030 LABEL RECORD STANDARD
001180             BLOCK   CONTAINS    0 RECORDS
001190             RECORD  CONTAINS   70 CHARACTERS
001200             RECORDING MODE IS   F
001210             DATA RECORD ENT-HIST.
001220 01  ENT-HIST.
001230         10 NUM-CMD-HIST      PIC  9(05).
001240         10 NUM-CLI-HIST      PIC  9(05).
001250         10 DAT-TRT-HIST      PIC  9(08).
001260         10 MNT-FACTURE-HIST  PIC S9(07)V99.
001270         10 NOM-PDF-HIST      PIC  X(15).
001280         10 TYP-HIST          PIC  X(01).
001290            88 HIST-AVOIR          VALUE 'A'.
001300         10 NUM-AVOIR-HIST    PIC  9(05).
001310         10 NUM-FACT-HIST     PIC  9(05).
001320         10 DAT-ECH-HIST      PIC  9(08).
001330         10                   PIC  X(09).
001340*----------------------------------------------------------------
001350*    DETAIL DES LIGNES FACTUREES (PRODUIT PAR IMPFACTU)
001360*----------------------------------------------------------------
001370 FD  ENT032 LABEL RECORD STANDARD
001380             BLOCK   CONTAINS    0 RECORDS
001390             RECORD  CONTAINS   80 CHARACTERS
001400             RECORDING MODE IS   F
001410             DATA RECORD ENT-DET.
001420 01  ENT-DET.
001430         10 NUM-CMD-DET       PIC  9(05).
001440         10 NUM-CLI-DET       PIC  9(05).
001450         10 REF-PDT-DET       PIC  X(15).
001460         10 NBR-PDT-DET       PIC S9(02).
001470         10 PRX-PDT-DET       PIC  9(03)V99.
001480         10 MNT-HT-DET        PIC S9(06)V99.
001490         10 MNT-TVA-DET       PIC S9(06)V99.
001500         10 MNT-TTC-DET       PIC S9(06)V99.
001510         10 DAT-TRT-DET       PIC  9(08).
001520         10 TYP-PIECE-DET     PIC  X(01).
001530         10 NUM-FACT-DET      PIC  9(05).
001540         10                   PIC  X(10).
001550*----------------------------------------------------------------
001560*    PASSAGES EN PERTE DES CREANCES IRRECOUVRABLES (CUMUL
001570*    PRODUIT PAR PASPERTE - UN ENREGISTREMENT PAR TAUX DE TVA)
001580*----------------------------------------------------------------
001590 FD  ENT068 LABEL RECORD STANDARD
001600             BLOCK   CONTAINS    0 RECORDS
001610             RECORD  CONTAINS   80 CHARACTERS
001620             RECORDING MODE IS   F
001630             DATA RECORD ENT-PRT.
001640 01  ENT-PRT.
001650         10 TYP-PRT           PIC  X(01).
001660            88 PRT-PERTE           VALUE 'X'.
001670         10 NUM-FACT-PRT      PIC  9(05).
001680         10 NUM-CMD-PRT       PIC  9(05).
001690         10 NUM-CLI-PRT       PIC  9(05).
001700         10 DAT-FACT-PRT      PIC  9(08).
001710         10 DAT-COMPTA-PRT    PIC  9(08).
001720         10 TX-PRT            PIC  9V9(04).
001730         10 MNT-HT-PRT        PIC S9(09)V99.
001740         10 MNT-TVA-PRT       PIC S9(09)V99.
001750         10 COD-MOTIF-PRT     PIC  X(02).
001760         10                   PIC  X(19).
001770*----------------------------------------------------------------
001780*    ETAT DES ANOMALIES DU DERNIER AUDIT AUDITCHN - SEULES LES
001790*    LIGNES D'ENTETE ET DE COMPTEUR BLOQUANT SONT EXPLOITEES
001800*----------------------------------------------------------------
001810 FD  ENT049 LABEL RECORDS OMITTED
001820             RECORD  CONTAINS  132 CHARACTERS
001830             RECORDING MODE IS   F
001840             DATA RECORD LIGNE-AUD.
001850 01  LIGNE-AUD              PIC X(132).
001860*----------------------------------------------------------------
001870*    ETAT DE CONTROLE DE LA CLOTURE
001880*----------------------------------------------------------------
001890 FD  ENT083 LABEL RECORDS OMITTED
001900             RECORD  CONTAINS  132 CHARACTERS
001910             RECORDING MODE IS   F
001920             DATA RECORD LIGNE-CTL.
001930 01  LIGNE-CTL              PIC X(132).
001940*================================================================
001950 WORKING-STORAGE SECTION.
001960*    ---
001970*
001980*   CONSTANTES :
001990 01 C-NOMPGM             PIC  X(08)   VALUE 'ClotPer'.
002000 01 C-RC-BLOQUANT        PIC  9(02)   VALUE 08.
002010*
002020*   DATE DE TRAITEMENT, MOIS A CLOTURER ET ACTION (PARM) :
002030 01 W-DATE-TRAITEMENT    PIC  9(08).
002040 01 W-MOIS-CLO           PIC  9(06).
002050 01 W-MOIS-CLO-DEC REDEFINES W-MOIS-CLO.
002060    10 W-CLO-AAAA        PIC  9(04).
002070    10 W-CLO-MM          PIC  9(02).
002080 01 W-ACTION             PIC  X(01).
002090    88 ACTION-CLOTURE           VALUE 'C'.
002100    88 ACTION-REOUVERTURE       VALUE 'O'.
002110    88 ACTION-ARCHIVAGE         VALUE 'A'.
002120*
002130*   CALENDRIER DU MOIS A CLOTURER :
002140 01 W-NBR-JOURS          PIC  9(02).
002150 01 W-IDX-JOUR           PIC  9(03)  COMP.
002160 01 W-QUOTIENT           PIC  9(04).
002170 01 W-RESTE-4            PIC  9(04).
002180 01 W-RESTE-100          PIC  9(04).
002190 01 W-RESTE-400          PIC  9(04).
002200 01 W-DATE-JOUR          PIC  9(08).
002210 01 W-JOUR-DEC REDEFINES W-DATE-JOUR.
002220    10 W-JOUR-MOIS       PIC  9(06).
002230    10 W-JOUR-JJ         PIC  9(02).
002240*
002250*   TOTAUX DU DOSSIER DE CLOTURE RECALCULES SUR LE MOIS :
002260 01 W-NBR-FAC            PIC  9(05)    VALUE ZERO.
002270 01 W-NBR-AVR            PIC  9(05)    VALUE ZERO.
002280 01 W-MNT-HIST           PIC S9(09)V99 VALUE ZERO.
002290 01 W-MNT-HT             PIC S9(09)V99 VALUE ZERO.
002300 01 W-MNT-TVA            PIC S9(09)V99 VALUE ZERO.
002310 01 W-MNT-TTC            PIC S9(09)V99 VALUE ZERO.
002320 01 W-MNT-TVA-PRT        PIC S9(09)V99 VALUE ZERO.
002330 01 W-TVA-DOSSIER        PIC S9(09)V99 VALUE ZERO.
002340*
002350*   COMPTEURS DE L'ETAT DE CONTROLE :
002360 01 W-CPT-ENT-MOIS       PIC  9(07)    VALUE ZERO.
002370 01 W-CPT-DET-MOIS       PIC  9(07)    VALUE ZERO.
002380 01 W-CPT-PRT-MOIS       PIC  9(07)    VALUE ZERO.
002390 01 W-CPT-JOURS-EXP      PIC  9(02)    VALUE ZERO.
002400 01 W-CPT-BLOQUANT       PIC  9(05)    VALUE ZERO.
002410*
002420*   RELEVE DU DERNIER ETAT D'AUDIT ENT049 :
002430 01 W-AUD-DATE           PIC  9(08)    VALUE ZERO.
002440 01 W-AUD-TROUVE-CPT     PIC  X(01)    VALUE 'N'.
002450 01 W-AUD-CPT-BLOQUANT   PIC  9(07)    VALUE ZERO.
002460*
002470*   COMPARAISON D'UN TOTAL GELE AU TOTAL RECALCULE :
002480 01 W-LIB-TOTAL          PIC  X(20).
002490 01 W-VAL-GELEE          PIC S9(09)V99.
002500 01 W-VAL-ACTUELLE       PIC S9(09)V99.
002510*
002520*   ZONES D'EDITION :
002530 01 W-EDT-MNT            PIC -9(09).99.
002540 01 W-EDT-MNT-2          PIC -9(09).99.
002550*================================================================
002560 LOCAL-STORAGE SECTION.
002570*    ---
002580*
002590* VARIABLES DE CONTROLE DE FLUX.
002600 01                     PIC   X(02).
002610   88 TRT-OK               VALUE "OK".
002620   88 TRT-KO               VALUE "KO".
002630*
002640* PRESENCE DU MOIS DANS LE FICHIER DES PERIODES.
002650 01                     PIC   X(02).
002660   88 PERIODE-CONNUE       VALUE "OK".
002670   88 PERIODE-NOUVELLE     VALUE "KO".
002680*
002690 01 W-STATUS.
002700   10 FS-ENT082         PIC   X(02).
002710      88 FS-ENT082-OK      VALUE "00".
002720      88 FS-ENT082-ABS     VALUE "05".
002740   10 FS-ENT030         PIC   X(02).
002750      88 FS-ENT030-OK      VALUE "00".
002760      88 FIN-ENT030        VALUE "10".
002770   10 FS-ENT032         PIC   X(02).
002780      88 FS-ENT032-OK      VALUE "00".
002790      88 FIN-ENT032        VALUE "10".
002800   10 FS-ENT068         PIC   X(02).
002810      88 FS-ENT068-OK      VALUE "00".
002820      88 FS-ENT068-ABS     VALUE "05".
002830      88 FIN-ENT068        VALUE "10".
002840   10 FS-ENT049         PIC   X(02).
002850      88 FS-ENT049-OK      VALUE "00".
002860      88 FS-ENT049-ABS     VALUE "05".
002870      88 FIN-ENT049        VALUE "10".
002880   10 FS-ENT083         PIC   X(02).
002890      88 FS-ENT083-OK      VALUE "00".
002900*================================================================
002910 LINKAGE SECTION.
002920*    ---
002930*
002940*   ZONE PARM DE L'INSTRUCTION EXEC DU STEP :
002950*     COL. 1 A 6  MOIS A TRAITER (AAAAMM, OBLIGATOIRE)
002960*     COL. 8      ACTION : C = CLOTURE (DEFAUT), O = REOUVERTURE
002970*                 D'UN MOIS EN CLOTURE, A = AUTORISATION
002980*                 D'ARCHIVAGE D'UN MOIS CLOS :
002990 01 W-PARM-EXEC.
003000    05 W-PARM-EXEC-LNG   PIC S9(4)  COMP.
003010    05 W-PARM-EXEC-TXT   PIC X(20).
003020*================================================================
003030 PROCEDURE DIVISION USING W-PARM-EXEC.
003040*    ---------------------
003050*
003060     PERFORM DEBUT THRU DEBUT-EXIT.
003070     IF TRT-OK
003080        PERFORM TRAITEMENT THRU TRAITEMENT-EXIT
003090     END-IF.
003100     PERFORM FIN THRU FIN-EXIT.
003110     IF W-CPT-BLOQUANT > ZERO OR TRT-KO
003120        MOVE C-RC-BLOQUANT TO RETURN-CODE
003130     END-IF.
003140     STOP RUN.
003150*================================================================
003160*    INITIALISATIONS DE DEBUT DE TRAITEMENT
003170*================================================================
003180 DEBUT.
003190     SET TRT-OK TO TRUE.
003200     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
003210     OPEN OUTPUT ENT083.
003220     IF NOT FS-ENT083-OK
003230        SET TRT-KO TO TRUE
003240        GO TO DEBUT-EXIT
003250     END-IF.
003260     IF W-PARM-EXEC-LNG LESS THAN 6
003270        OR W-PARM-EXEC-TXT (1:6) NOT NUMERIC
003280          MOVE SPACES TO LIGNE-CTL
003290          STRING 'ERREUR - PARM - MOIS A TRAITER (AAAAMM)'
003300                 ' ABSENT OU NON NUMERIQUE - ARRET'
003310                 DELIMITED BY SIZE INTO LIGNE-CTL
003320          END-STRING
003330          WRITE LIGNE-CTL
003340          SET TRT-KO TO TRUE
003350          GO TO DEBUT-EXIT
003360     END-IF.
003370     MOVE W-PARM-EXEC-TXT (1:6) TO W-MOIS-CLO.
003380     MOVE 'C' TO W-ACTION.
003390     IF W-PARM-EXEC-LNG NOT LESS THAN 8
003400        AND W-PARM-EXEC-TXT (8:1) NOT = SPACE
003410          MOVE W-PARM-EXEC-TXT (8:1) TO W-ACTION
003420     END-IF.
003430     MOVE SPACES TO LIGNE-CTL.
003440     STRING 'ETAT DE CONTROLE - CLOTURE DE PERIODE COMPTABLE - '
003450            C-NOMPGM ' DU ' W-DATE-TRAITEMENT
003460            ' - MOIS ' W-MOIS-CLO ' - ACTION ' W-ACTION
003470            DELIMITED BY SIZE INTO LIGNE-CTL
003480     END-STRING.
003490     WRITE LIGNE-CTL.
003500     MOVE SPACES TO LIGNE-CTL.
003510     WRITE LIGNE-CTL.
003520     IF NOT ACTION-CLOTURE AND NOT ACTION-REOUVERTURE
003530        AND NOT ACTION-ARCHIVAGE
003540          MOVE SPACES TO LIGNE-CTL
003550          STRING 'ERREUR - PARM - ACTION ' W-ACTION
003560                 ' INVALIDE (ATTENDU C, O OU A) - ARRET'
003570                 DELIMITED BY SIZE INTO LIGNE-CTL
003580          END-STRING
003590          WRITE LIGNE-CTL
003600          SET TRT-KO TO TRUE
003610          GO TO DEBUT-EXIT
003620     END-IF.
003630     IF W-CLO-MM < 1 OR W-CLO-MM > 12
003640        MOVE SPACES TO LIGNE-CTL
003650        STRING 'ERREUR - PARM - MOIS ' W-MOIS-CLO
003660               ' INVALIDE - ARRET'
003670               DELIMITED BY SIZE INTO LIGNE-CTL
003680        END-STRING
003690        WRITE LIGNE-CTL
003700        SET TRT-KO TO TRUE
003710        GO TO DEBUT-EXIT
003720     END-IF.
003730     OPEN I-O ENT082.
003740     IF NOT FS-ENT082-OK AND NOT FS-ENT082-ABS
003750        MOVE SPACES TO LIGNE-CTL
003760        STRING 'ERREUR - ENT082 - FICHIER DES PERIODES'
003770               ' INACCESSIBLE (STATUT ' FS-ENT082 ') - ARRET'
003780               DELIMITED BY SIZE INTO LIGNE-CTL
003790        END-STRING
003800        WRITE LIGNE-CTL
003810        SET TRT-KO TO TRUE
003820        GO TO DEBUT-EXIT
003830     END-IF.
003840     MOVE W-MOIS-CLO TO MOIS-PER.
003850     READ ENT082
003860        INVALID KEY
003870           SET PERIODE-NOUVELLE TO TRUE
003880        NOT INVALID KEY
003890           SET PERIODE-CONNUE TO TRUE
003900     END-READ.
003910     IF PERIODE-NOUVELLE
003920        PERFORM INITIALISE-PERIODE THRU INITIALISE-PERIODE-EXIT
003930     END-IF.
003940 DEBUT-EXIT.
003950        EXIT.
003960*----------------------------------------------------------------
003970*    MOIS ABSENT DU FICHIER DES PERIODES : MOIS OUVERT, AUCUN
003980*    JOUR EXPORTE, AUCUNE DECLARATION
003990*----------------------------------------------------------------
004000 INITIALISE-PERIODE.
004010     MOVE SPACES TO ENT-PER.
004020     MOVE W-MOIS-CLO TO MOIS-PER.
004030     MOVE 'O' TO ETAT-PER.
004040     MOVE ZERO TO DAT-DECL-PER MNT-TVA-DECL-PER DAT-GEL-PER
004050                  DAT-CLO-PER NBR-FAC-PER NBR-AVR-PER
004060                  MNT-HIST-PER MNT-HT-PER MNT-TVA-PER
004070                  MNT-TTC-PER MNT-TVA-PRT-PER.
004080 INITIALISE-PERIODE-EXIT.
004090        EXIT.
004100*================================================================
004110*    TRAITEMENT PRINCIPAL - SELON L'ACTION DEMANDEE
004120*================================================================
004130 TRAITEMENT.
004140     IF ACTION-REOUVERTURE
004150        PERFORM REOUVRE-PERIODE THRU REOUVRE-PERIODE-EXIT
004160     ELSE
004170     IF ACTION-ARCHIVAGE
004180        PERFORM AUTORISE-ARCHIVAGE THRU AUTORISE-ARCHIVAGE-EXIT
004190     ELSE
004200        PERFORM CLOTURE-PERIODE THRU CLOTURE-PERIODE-EXIT
004210     END-IF
004220     END-IF.
004230 TRAITEMENT-EXIT.
004240        EXIT.
004250*================================================================
004260*    CLOTURE DU MOIS : GEL DES TOTAUX AU PREMIER PASSAGE, PUIS
004270*    CONTROLES AVANT VERROUILLAGE
004280*================================================================
004290 CLOTURE-PERIODE.
004300     IF W-MOIS-CLO NOT LESS THAN W-DATE-TRAITEMENT (1:6)
004310        MOVE SPACES TO LIGNE-CTL
004320        STRING 'ERREUR - MOIS ' W-MOIS-CLO
004330               ' NON ECHU - CLOTURE IMPOSSIBLE AVANT LA FIN'
004340               ' DU MOIS'
004350               DELIMITED BY SIZE INTO LIGNE-CTL
004360        END-STRING
004370        WRITE LIGNE-CTL
004380        SET TRT-KO TO TRUE
004390        GO TO CLOTURE-PERIODE-EXIT
004400     END-IF.
004410     IF PER-CLOSE OR PER-ARCHIVABLE
004420        MOVE SPACES TO LIGNE-CTL
004430        STRING 'ERREUR - PERIODE ' W-MOIS-CLO
004440               ' DEJA CLOSE LE ' DAT-CLO-PER ' - AUCUNE ACTION'
004450               DELIMITED BY SIZE INTO LIGNE-CTL
004460        END-STRING
004470        WRITE LIGNE-CTL
004480        SET TRT-KO TO TRUE
004490        GO TO CLOTURE-PERIODE-EXIT
004500     END-IF.
004510     PERFORM CALCULE-NBR-JOURS THRU CALCULE-NBR-JOURS-EXIT.
004520     PERFORM CALCULE-TOTAUX THRU CALCULE-TOTAUX-EXIT.
004530     IF TRT-KO
004540        GO TO CLOTURE-PERIODE-EXIT
004550     END-IF.
004560     IF PER-EN-CLOTURE
004570        PERFORM COMPARE-TOTAUX THRU COMPARE-TOTAUX-EXIT
004580     ELSE
004590        PERFORM GELE-TOTAUX THRU GELE-TOTAUX-EXIT
004600        IF TRT-KO
004610           GO TO CLOTURE-PERIODE-EXIT
004620        END-IF
004630     END-IF.
004640     PERFORM EDITE-TOTAUX THRU EDITE-TOTAUX-EXIT.
004650     PERFORM CONTROLE-EXPORTS THRU CONTROLE-EXPORTS-EXIT.
004660     PERFORM CONTROLE-DECLARATION THRU CONTROLE-DECLARATION-EXIT.
004670     PERFORM CONTROLE-AUDIT THRU CONTROLE-AUDIT-EXIT.
004680     IF W-CPT-BLOQUANT > ZERO
004690        GO TO CLOTURE-PERIODE-EXIT
004700     END-IF.
004710     MOVE 'C' TO ETAT-PER.
004720     MOVE W-DATE-TRAITEMENT TO DAT-CLO-PER.
004730     PERFORM ECRIT-PERIODE THRU ECRIT-PERIODE-EXIT.
004740 CLOTURE-PERIODE-EXIT.
004750        EXIT.
004760*----------------------------------------------------------------
004770*    NOMBRE DE JOURS DU MOIS A CLOTURER (ANNEES BISSEXTILES)
004780*----------------------------------------------------------------
004790 CALCULE-NBR-JOURS.
004800     MOVE 31 TO W-NBR-JOURS.
004810     IF W-CLO-MM = 4 OR W-CLO-MM = 6 OR W-CLO-MM = 9
004820        OR W-CLO-MM = 11
004830          MOVE 30 TO W-NBR-JOURS
004840     END-IF.
004850     IF W-CLO-MM = 2
004860        DIVIDE W-CLO-AAAA BY 4 GIVING W-QUOTIENT
004870               REMAINDER W-RESTE-4
004880        DIVIDE W-CLO-AAAA BY 100 GIVING W-QUOTIENT
004890               REMAINDER W-RESTE-100
004900        DIVIDE W-CLO-AAAA BY 400 GIVING W-QUOTIENT
004910               REMAINDER W-RESTE-400
004920        IF W-RESTE-4 = ZERO
004930           AND (W-RESTE-100 NOT = ZERO OR W-RESTE-400 = ZERO)
004940             MOVE 29 TO W-NBR-JOURS
004950        ELSE
004960             MOVE 28 TO W-NBR-JOURS
004970        END-IF
004980     END-IF.
004990 CALCULE-NBR-JOURS-EXIT.
005000        EXIT.
005010*----------------------------------------------------------------
005020*    TOTAUX DU DOSSIER DE CLOTURE : PIECES ENT030, LIGNES ENT032
005030*    ET PERTES DEFINITIVES ENT068 DATEES DU MOIS
005040*----------------------------------------------------------------
005050 CALCULE-TOTAUX.
005060     OPEN INPUT ENT030.
005070     IF NOT FS-ENT030-OK
005080        MOVE SPACES TO LIGNE-CTL
005090        STRING 'ERREUR - ENT030 - HISTORIQUE ILLISIBLE'
005100               ' (STATUT ' FS-ENT030 ') - ARRET'
005110               DELIMITED BY SIZE INTO LIGNE-CTL
005120        END-STRING
005130        WRITE LIGNE-CTL
005140        SET TRT-KO TO TRUE
005150        GO TO CALCULE-TOTAUX-EXIT
005160     END-IF.
005170     PERFORM LIT-ENTETE THRU LIT-ENTETE-EXIT
005180             UNTIL FIN-ENT030.
005190     CLOSE ENT030.
005200     OPEN INPUT ENT032.
005210     IF NOT FS-ENT032-OK
005220        MOVE SPACES TO LIGNE-CTL
005230        STRING 'ERREUR - ENT032 - DETAIL ILLISIBLE'
005240               ' (STATUT ' FS-ENT032 ') - ARRET'
005250               DELIMITED BY SIZE INTO LIGNE-CTL
005260        END-STRING
005270        WRITE LIGNE-CTL
005280        SET TRT-KO TO TRUE
005290        GO TO CALCULE-TOTAUX-EXIT
005300     END-IF.
005310     PERFORM LIT-DETAIL THRU LIT-DETAIL-EXIT
005320             UNTIL FIN-ENT032.
005330     CLOSE ENT032.
005340     OPEN INPUT ENT068.
005350     IF NOT FS-ENT068-OK AND NOT FS-ENT068-ABS
005360        MOVE SPACES TO LIGNE-CTL
005370        STRING 'ERREUR - ENT068 - CUMUL DES PERTES ILLISIBLE'
005380               ' (STATUT ' FS-ENT068 ') - ARRET'
005390               DELIMITED BY SIZE INTO LIGNE-CTL
005400        END-STRING
005410        WRITE LIGNE-CTL
005420        SET TRT-KO TO TRUE
005430        GO TO CALCULE-TOTAUX-EXIT
005440     END-IF.
005450     PERFORM LIT-PERTE THRU LIT-PERTE-EXIT
005460             UNTIL FIN-ENT068.
005470     CLOSE ENT068.
005480     COMPUTE W-TVA-DOSSIER = W-MNT-TVA - W-MNT-TVA-PRT.
005490 CALCULE-TOTAUX-EXIT.
005500        EXIT.
005510*----------------------------------------------------------------
005520 LIT-ENTETE.
005530     READ ENT030
005540        AT END
005550           SET FIN-ENT030 TO TRUE
005560           GO TO LIT-ENTETE-EXIT
005570     END-READ.
005580     IF DAT-TRT-HIST (1:6) NOT = W-MOIS-CLO
005590        GO TO LIT-ENTETE-EXIT
005600     END-IF.
005610     ADD 1 TO W-CPT-ENT-MOIS.
005620     IF HIST-AVOIR
005630        ADD 1 TO W-NBR-AVR
005640     ELSE
005650        ADD 1 TO W-NBR-FAC
005660     END-IF.
005670     ADD MNT-FACTURE-HIST TO W-MNT-HIST.
005680 LIT-ENTETE-EXIT.
005690        EXIT.
005700*----------------------------------------------------------------
005710 LIT-DETAIL.
005720     READ ENT032
005730        AT END
005740           SET FIN-ENT032 TO TRUE
005750           GO TO LIT-DETAIL-EXIT
005760     END-READ.
005770     IF DAT-TRT-DET (1:6) NOT = W-MOIS-CLO
005780        GO TO LIT-DETAIL-EXIT
005790     END-IF.
005800     ADD 1 TO W-CPT-DET-MOIS.
005810     ADD MNT-HT-DET  TO W-MNT-HT.
005820     ADD MNT-TVA-DET TO W-MNT-TVA.
005830     ADD MNT-TTC-DET TO W-MNT-TTC.
005840 LIT-DETAIL-EXIT.
005850        EXIT.
005860*----------------------------------------------------------------
005870 LIT-PERTE.
005880     READ ENT068
005890        AT END
005900           SET FIN-ENT068 TO TRUE
005910           GO TO LIT-PERTE-EXIT
005920     END-READ.
005930     IF NOT PRT-PERTE
005940        OR DAT-COMPTA-PRT (1:6) NOT = W-MOIS-CLO
005950          GO TO LIT-PERTE-EXIT
005960     END-IF.
005970     ADD 1 TO W-CPT-PRT-MOIS.
005980     ADD MNT-TVA-PRT TO W-MNT-TVA-PRT.
005990 LIT-PERTE-EXIT.
006000        EXIT.
006010*----------------------------------------------------------------
006020*    PREMIER PASSAGE : MOIS MIS EN CLOTURE ET TOTAUX GELES - LES
006030*    PIECES DATEES DU MOIS SONT DES LORS REFUSEES PAR IMPFACTU
006040*----------------------------------------------------------------
006050 GELE-TOTAUX.
006060     MOVE 'E' TO ETAT-PER.
006070     MOVE W-DATE-TRAITEMENT TO DAT-GEL-PER.
006080     MOVE W-NBR-FAC     TO NBR-FAC-PER.
006090     MOVE W-NBR-AVR     TO NBR-AVR-PER.
006100     MOVE W-MNT-HIST    TO MNT-HIST-PER.
006110     MOVE W-MNT-HT      TO MNT-HT-PER.
006120     MOVE W-MNT-TVA     TO MNT-TVA-PER.
006130     MOVE W-MNT-TTC     TO MNT-TTC-PER.
006140     MOVE W-MNT-TVA-PRT TO MNT-TVA-PRT-PER.
006150     PERFORM ECRIT-PERIODE THRU ECRIT-PERIODE-EXIT.
006160     IF TRT-KO
006170        GO TO GELE-TOTAUX-EXIT
006180     END-IF.
006190     MOVE SPACES TO LIGNE-CTL.
006200     STRING 'PERIODE ' W-MOIS-CLO ' MISE EN CLOTURE - TOTAUX DU'
006210            ' DOSSIER GELES LE ' W-DATE-TRAITEMENT
006220            DELIMITED BY SIZE INTO LIGNE-CTL
006230     END-STRING.
006240     WRITE LIGNE-CTL.
006250 GELE-TOTAUX-EXIT.
006260        EXIT.
006270*----------------------------------------------------------------
006280*    PASSAGE SUIVANT : LES TOTAUX RECALCULES DOIVENT ETRE EGAUX
006290*    AUX TOTAUX GELES
006300*----------------------------------------------------------------
006310 COMPARE-TOTAUX.
006320     MOVE 'NOMBRE DE FACTURES' TO W-LIB-TOTAL.
006330     MOVE NBR-FAC-PER      TO W-VAL-GELEE.
006340     MOVE W-NBR-FAC        TO W-VAL-ACTUELLE.
006350     PERFORM COMPARE-UN-TOTAL THRU COMPARE-UN-TOTAL-EXIT.
006360     MOVE 'NOMBRE D AVOIRS' TO W-LIB-TOTAL.
006370     MOVE NBR-AVR-PER      TO W-VAL-GELEE.
006380     MOVE W-NBR-AVR        TO W-VAL-ACTUELLE.
006390     PERFORM COMPARE-UN-TOTAL THRU COMPARE-UN-TOTAL-EXIT.
006400     MOVE 'TTC ENTETES ENT030' TO W-LIB-TOTAL.
006410     MOVE MNT-HIST-PER     TO W-VAL-GELEE.
006420     MOVE W-MNT-HIST       TO W-VAL-ACTUELLE.
006430     PERFORM COMPARE-UN-TOTAL THRU COMPARE-UN-TOTAL-EXIT.
006440     MOVE 'HT LIGNES ENT032' TO W-LIB-TOTAL.
006450     MOVE MNT-HT-PER       TO W-VAL-GELEE.
006460     MOVE W-MNT-HT         TO W-VAL-ACTUELLE.
006470     PERFORM COMPARE-UN-TOTAL THRU COMPARE-UN-TOTAL-EXIT.
006480     MOVE 'TVA LIGNES ENT032' TO W-LIB-TOTAL.
006490     MOVE MNT-TVA-PER      TO W-VAL-GELEE.
006500     MOVE W-MNT-TVA        TO W-VAL-ACTUELLE.
006510     PERFORM COMPARE-UN-TOTAL THRU COMPARE-UN-TOTAL-EXIT.
006520     MOVE 'TTC LIGNES ENT032' TO W-LIB-TOTAL.
006530     MOVE MNT-TTC-PER      TO W-VAL-GELEE.
006540     MOVE W-MNT-TTC        TO W-VAL-ACTUELLE.
006550     PERFORM COMPARE-UN-TOTAL THRU COMPARE-UN-TOTAL-EXIT.
006560     MOVE 'TVA PERTES ENT068' TO W-LIB-TOTAL.
006570     MOVE MNT-TVA-PRT-PER  TO W-VAL-GELEE.
006580     MOVE W-MNT-TVA-PRT    TO W-VAL-ACTUELLE.
006590     PERFORM COMPARE-UN-TOTAL THRU COMPARE-UN-TOTAL-EXIT.
006600 COMPARE-TOTAUX-EXIT.
006610        EXIT.
006620*----------------------------------------------------------------
006630 COMPARE-UN-TOTAL.
006640     IF W-VAL-GELEE = W-VAL-ACTUELLE
006650        GO TO COMPARE-UN-TOTAL-EXIT
006660     END-IF.
006670     ADD 1 TO W-CPT-BLOQUANT.
006680     MOVE W-VAL-GELEE    TO W-EDT-MNT.
006690     MOVE W-VAL-ACTUELLE TO W-EDT-MNT-2.
006700     MOVE SPACES TO LIGNE-CTL.
006710     STRING 'BLOQUANT - ' W-LIB-TOTAL ' MODIFIE DEPUIS LE GEL DU '
006720            DAT-GEL-PER ' - GELE=' W-EDT-MNT
006730            ' ACTUEL=' W-EDT-MNT-2
006740            DELIMITED BY SIZE INTO LIGNE-CTL
006750     END-STRING.
006760     WRITE LIGNE-CTL.
006770 COMPARE-UN-TOTAL-EXIT.
006780        EXIT.
006790*----------------------------------------------------------------
006800*    EDITION DES TOTAUX DU DOSSIER DE CLOTURE
006810*----------------------------------------------------------------
006820 EDITE-TOTAUX.
006830     MOVE SPACES TO LIGNE-CTL.
006840     WRITE LIGNE-CTL.
006850     MOVE SPACES TO LIGNE-CTL.
006860     STRING 'DOSSIER DE CLOTURE DU MOIS ' W-MOIS-CLO
006870            ' (TOTAUX GELES LE ' DAT-GEL-PER ')'
006880            DELIMITED BY SIZE INTO LIGNE-CTL
006890     END-STRING.
006900     WRITE LIGNE-CTL.
006910     MOVE SPACES TO LIGNE-CTL.
006920     STRING 'FACTURES DU MOIS     : ' W-NBR-FAC
006930            DELIMITED BY SIZE INTO LIGNE-CTL
006940     END-STRING.
006950     WRITE LIGNE-CTL.
006960     MOVE SPACES TO LIGNE-CTL.
006970     STRING 'AVOIRS DU MOIS       : ' W-NBR-AVR
006980            DELIMITED BY SIZE INTO LIGNE-CTL
006990     END-STRING.
007000     WRITE LIGNE-CTL.
007010     MOVE W-MNT-HIST TO W-EDT-MNT.
007020     MOVE SPACES TO LIGNE-CTL.
007030     STRING 'TTC ENTETES ENT030   : ' W-EDT-MNT
007040            DELIMITED BY SIZE INTO LIGNE-CTL
007050     END-STRING.
007060     WRITE LIGNE-CTL.
007070     MOVE W-MNT-HT TO W-EDT-MNT.
007080     MOVE SPACES TO LIGNE-CTL.
007090     STRING 'HT LIGNES ENT032     : ' W-EDT-MNT
007100            DELIMITED BY SIZE INTO LIGNE-CTL
007110     END-STRING.
007120     WRITE LIGNE-CTL.
007130     MOVE W-MNT-TVA TO W-EDT-MNT.
007140     MOVE SPACES TO LIGNE-CTL.
007150     STRING 'TVA LIGNES ENT032    : ' W-EDT-MNT
007160            DELIMITED BY SIZE INTO LIGNE-CTL
007170     END-STRING.
007180     WRITE LIGNE-CTL.
007190     MOVE W-MNT-TTC TO W-EDT-MNT.
007200     MOVE SPACES TO LIGNE-CTL.
007210     STRING 'TTC LIGNES ENT032    : ' W-EDT-MNT
007220            DELIMITED BY SIZE INTO LIGNE-CTL
007230     END-STRING.
007240     WRITE LIGNE-CTL.
007250     MOVE W-MNT-TVA-PRT TO W-EDT-MNT.
007260     MOVE SPACES TO LIGNE-CTL.
007270     STRING 'TVA PERTES ENT068    : ' W-EDT-MNT
007280            DELIMITED BY SIZE INTO LIGNE-CTL
007290     END-STRING.
007300     WRITE LIGNE-CTL.
007310     MOVE W-TVA-DOSSIER TO W-EDT-MNT.
007320     MOVE SPACES TO LIGNE-CTL.
007330     STRING 'TVA NETTE DU DOSSIER : ' W-EDT-MNT
007340            DELIMITED BY SIZE INTO LIGNE-CTL
007350     END-STRING.
007360     WRITE LIGNE-CTL.
007370     MOVE SPACES TO LIGNE-CTL.
007380     WRITE LIGNE-CTL.
007390 EDITE-TOTAUX-EXIT.
007400        EXIT.
007410*----------------------------------------------------------------
007420*    EXPORT COMPTABLE EXPCPTA PASSE POUR CHAQUE JOUR DU MOIS
007430*    (JOURS NOTES PAR EXPCPTA DANS LE FICHIER DES PERIODES)
007440*----------------------------------------------------------------
007450 CONTROLE-EXPORTS.
007460     PERFORM CONTROLE-UN-JOUR THRU CONTROLE-UN-JOUR-EXIT
007470             VARYING W-IDX-JOUR FROM 1 BY 1
007480             UNTIL W-IDX-JOUR > W-NBR-JOURS.
007490     MOVE SPACES TO LIGNE-CTL.
007500     STRING 'JOURS EXPORTES       : ' W-CPT-JOURS-EXP
007510            ' SUR ' W-NBR-JOURS
007520            DELIMITED BY SIZE INTO LIGNE-CTL
007530     END-STRING.
007540     WRITE LIGNE-CTL.
007550 CONTROLE-EXPORTS-EXIT.
007560        EXIT.
007570*----------------------------------------------------------------
007580 CONTROLE-UN-JOUR.
007590     IF JOUR-EXP-PER (W-IDX-JOUR) = 'O'
007600        ADD 1 TO W-CPT-JOURS-EXP
007610        GO TO CONTROLE-UN-JOUR-EXIT
007620     END-IF.
007630     ADD 1 TO W-CPT-BLOQUANT.
007640     MOVE W-MOIS-CLO TO W-JOUR-MOIS.
007650     MOVE W-IDX-JOUR TO W-JOUR-JJ.
007660     MOVE SPACES TO LIGNE-CTL.
007670     STRING 'BLOQUANT - EXPORT COMPTABLE EXPCPTA NON PASSE'
007680            ' POUR LE '
007690            W-DATE-JOUR
007700            DELIMITED BY SIZE INTO LIGNE-CTL
007710     END-STRING.
007720     WRITE LIGNE-CTL.
007730 CONTROLE-UN-JOUR-EXIT.
007740        EXIT.
007750*----------------------------------------------------------------
007760*    ETAT DECLTVA DU MOIS PRODUIT APRES LA FIN DU MOIS ET TVA
007770*    DECLAREE EGALE A LA TVA NETTE DU DOSSIER
007780*----------------------------------------------------------------
007790 CONTROLE-DECLARATION.
007800     IF DAT-DECL-PER = ZERO
007810        ADD 1 TO W-CPT-BLOQUANT
007820        MOVE SPACES TO LIGNE-CTL
007830        STRING 'BLOQUANT - DECLARATION DE TVA DECLTVA'
007840               ' NON PRODUITE'
007850               ' POUR LE MOIS ' W-MOIS-CLO
007860               DELIMITED BY SIZE INTO LIGNE-CTL
007870        END-STRING
007880        WRITE LIGNE-CTL
007890        GO TO CONTROLE-DECLARATION-EXIT
007900     END-IF.
007910     IF DAT-DECL-PER (1:6) NOT > W-MOIS-CLO
007920        ADD 1 TO W-CPT-BLOQUANT
007930        MOVE SPACES TO LIGNE-CTL
007940        STRING 'BLOQUANT - DECLARATION DE TVA PRODUITE LE '
007950               DAT-DECL-PER ' AVANT LA FIN DU MOIS - RELANCER'
007960               ' DECLTVA'
007970               DELIMITED BY SIZE INTO LIGNE-CTL
007980        END-STRING
007990        WRITE LIGNE-CTL
008000        GO TO CONTROLE-DECLARATION-EXIT
008010     END-IF.
008020     IF MNT-TVA-DECL-PER NOT = W-TVA-DOSSIER
008030        ADD 1 TO W-CPT-BLOQUANT
008040        MOVE MNT-TVA-DECL-PER TO W-EDT-MNT
008050        MOVE W-TVA-DOSSIER    TO W-EDT-MNT-2
008060        MOVE SPACES TO LIGNE-CTL
008070        STRING 'BLOQUANT - TVA DECLAREE LE ' DAT-DECL-PER
008080               ' =' W-EDT-MNT ' DIFFERENTE DE LA TVA DU DOSSIER'
008090               ' =' W-EDT-MNT-2 ' - RELANCER DECLTVA'
008100               DELIMITED BY SIZE INTO LIGNE-CTL
008110        END-STRING
008120        WRITE LIGNE-CTL
008130        GO TO CONTROLE-DECLARATION-EXIT
008140     END-IF.
008150     MOVE SPACES TO LIGNE-CTL.
008160     STRING 'DECLARATION DE TVA DU ' DAT-DECL-PER
008170            '     : CONFORME AU DOSSIER'
008180            DELIMITED BY SIZE INTO LIGNE-CTL
008190     END-STRING.
008200     WRITE LIGNE-CTL.
008210 CONTROLE-DECLARATION-EXIT.
008220        EXIT.
008230*----------------------------------------------------------------
008240*    DERNIER AUDIT AUDITCHN (ENT049) : POSTERIEUR A LA FIN DU
008250*    MOIS, MENE A SON TERME ET SANS ANOMALIE BLOQUANTE
008260*----------------------------------------------------------------
008270 CONTROLE-AUDIT.
008280     OPEN INPUT ENT049.
008290     IF NOT FS-ENT049-OK AND NOT FS-ENT049-ABS
008300        ADD 1 TO W-CPT-BLOQUANT
008310        MOVE SPACES TO LIGNE-CTL
008320        STRING 'BLOQUANT - ENT049 - ETAT D AUDIT ILLISIBLE'
008330               ' (STATUT ' FS-ENT049 ') - RELANCER AUDITCHN'
008340               DELIMITED BY SIZE INTO LIGNE-CTL
008350        END-STRING
008360        WRITE LIGNE-CTL
008370        GO TO CONTROLE-AUDIT-EXIT
008380     END-IF.
008390     PERFORM LIT-LIGNE-AUDIT THRU LIT-LIGNE-AUDIT-EXIT
008400             UNTIL FIN-ENT049.
008410     CLOSE ENT049.
008420     IF W-AUD-DATE = ZERO
008430        ADD 1 TO W-CPT-BLOQUANT
008440        MOVE SPACES TO LIGNE-CTL
008450        STRING 'BLOQUANT - ENT049 - ETAT D AUDIT ABSENT OU VIDE'
008460               ' - RELANCER AUDITCHN'
008470               DELIMITED BY SIZE INTO LIGNE-CTL
008480        END-STRING
008490        WRITE LIGNE-CTL
008500        GO TO CONTROLE-AUDIT-EXIT
008510     END-IF.
008520     IF W-AUD-DATE (1:6) NOT > W-MOIS-CLO
008530        ADD 1 TO W-CPT-BLOQUANT
008540        MOVE SPACES TO LIGNE-CTL
008550        STRING 'BLOQUANT - DERNIER AUDIT DU ' W-AUD-DATE
008560               ' ANTERIEUR A LA FIN DU MOIS - RELANCER AUDITCHN'
008570               DELIMITED BY SIZE INTO LIGNE-CTL
008580        END-STRING
008590        WRITE LIGNE-CTL
008600        GO TO CONTROLE-AUDIT-EXIT
008610     END-IF.
008620     IF W-AUD-TROUVE-CPT = 'N'
008630        ADD 1 TO W-CPT-BLOQUANT
008640        MOVE SPACES TO LIGNE-CTL
008650        STRING 'BLOQUANT - AUDIT DU ' W-AUD-DATE
008660               ' INTERROMPU (COMPTEURS ABSENTS) - RELANCER'
008670               ' AUDITCHN'
008680               DELIMITED BY SIZE INTO LIGNE-CTL
008690        END-STRING
008700        WRITE LIGNE-CTL
008710        GO TO CONTROLE-AUDIT-EXIT
008720     END-IF.
008730     IF W-AUD-CPT-BLOQUANT > ZERO
008740        ADD 1 TO W-CPT-BLOQUANT
008750        MOVE SPACES TO LIGNE-CTL
008760        STRING 'BLOQUANT - AUDIT DU ' W-AUD-DATE ' : '
008770               W-AUD-CPT-BLOQUANT ' ANOMALIE(S) BLOQUANTE(S)'
008780               ' - CHAINE INCOHERENTE'
008790               DELIMITED BY SIZE INTO LIGNE-CTL
008800        END-STRING
008810        WRITE LIGNE-CTL
008820        GO TO CONTROLE-AUDIT-EXIT
008830     END-IF.
008840     MOVE SPACES TO LIGNE-CTL.
008850     STRING 'AUDIT DE LA CHAINE DU ' W-AUD-DATE
008860            '     : CHAINE COHERENTE'
008870            DELIMITED BY SIZE INTO LIGNE-CTL
008880     END-STRING.
008890     WRITE LIGNE-CTL.
008900 CONTROLE-AUDIT-EXIT.
008910        EXIT.
008920*----------------------------------------------------------------
008930*    RELEVE DE LA DATE ET DU COMPTEUR BLOQUANT SUR L'ETAT ENT049
008940*    (LIGNES ECRITES PAR DEBUT ET REND-COMPTE D'AUDITCHN,
008950*    POSITIONS FIXES)
008960*----------------------------------------------------------------
008970 LIT-LIGNE-AUDIT.
008980     READ ENT049
008990        AT END
009000           SET FIN-ENT049 TO TRUE
009010           GO TO LIT-LIGNE-AUDIT-EXIT
009020     END-READ.
009030     IF LIGNE-AUD (1:46) =
009040        'AUDIT DE COHERENCE DE LA CHAINE DE FACTURATION'
009050        AND LIGNE-AUD (62:8) IS NUMERIC
009060          MOVE LIGNE-AUD (62:8) TO W-AUD-DATE
009070     END-IF.
009080     IF LIGNE-AUD (1:26) = 'ANOMALIES BLOQUANTES    : '
009090        AND LIGNE-AUD (27:7) IS NUMERIC
009100          MOVE LIGNE-AUD (27:7) TO W-AUD-CPT-BLOQUANT
009110          MOVE 'O' TO W-AUD-TROUVE-CPT
009120     END-IF.
009130 LIT-LIGNE-AUDIT-EXIT.
009140        EXIT.
009150*================================================================
009160*    REOUVERTURE D'UN MOIS EN CLOTURE (UN MOIS CLOS NE PEUT
009170*    PLUS ETRE ROUVERT)
009180*================================================================
009190 REOUVRE-PERIODE.
009200     IF PER-CLOSE OR PER-ARCHIVABLE
009210        MOVE SPACES TO LIGNE-CTL
009220        STRING 'ERREUR - PERIODE ' W-MOIS-CLO ' CLOSE LE '
009230               DAT-CLO-PER ' - REOUVERTURE REFUSEE'
009240               DELIMITED BY SIZE INTO LIGNE-CTL
009250        END-STRING
009260        WRITE LIGNE-CTL
009270        SET TRT-KO TO TRUE
009280        GO TO REOUVRE-PERIODE-EXIT
009290     END-IF.
009300     IF NOT PER-EN-CLOTURE
009310        MOVE SPACES TO LIGNE-CTL
009320        STRING 'AVIS - PERIODE ' W-MOIS-CLO
009330               ' DEJA OUVERTE - AUCUNE ACTION'
009340               DELIMITED BY SIZE INTO LIGNE-CTL
009350        END-STRING
009360        WRITE LIGNE-CTL
009370        GO TO REOUVRE-PERIODE-EXIT
009380     END-IF.
009390     MOVE 'O' TO ETAT-PER.
009400     MOVE ZERO TO DAT-GEL-PER NBR-FAC-PER NBR-AVR-PER
009410                  MNT-HIST-PER MNT-HT-PER MNT-TVA-PER
009420                  MNT-TTC-PER MNT-TVA-PRT-PER.
009430     PERFORM ECRIT-PERIODE THRU ECRIT-PERIODE-EXIT.
009440     IF TRT-KO
009450        GO TO REOUVRE-PERIODE-EXIT
009460     END-IF.
009470     MOVE SPACES TO LIGNE-CTL.
009480     STRING 'PERIODE ' W-MOIS-CLO ' REOUVERTE - TOTAUX DEGELES'
009490            DELIMITED BY SIZE INTO LIGNE-CTL
009500     END-STRING.
009510     WRITE LIGNE-CTL.
009520 REOUVRE-PERIODE-EXIT.
009530        EXIT.
009540*================================================================
009550*    AUTORISATION D'ARCHIVAGE D'UN MOIS CLOS (ARCHHIST N'ARCHIVE
009560*    PAS LES PIECES D'UN MOIS EN CLOTURE OU CLOS NON AUTORISE)
009570*================================================================
009580 AUTORISE-ARCHIVAGE.
009590     IF PER-ARCHIVABLE
009600        MOVE SPACES TO LIGNE-CTL
009610        STRING 'AVIS - PERIODE ' W-MOIS-CLO
009620               ' DEJA AUTORISEE A L ARCHIVAGE - AUCUNE ACTION'
009630               DELIMITED BY SIZE INTO LIGNE-CTL
009640        END-STRING
009650        WRITE LIGNE-CTL
009660        GO TO AUTORISE-ARCHIVAGE-EXIT
009670     END-IF.
009680     IF NOT PER-CLOSE
009690        MOVE SPACES TO LIGNE-CTL
009700        STRING 'ERREUR - PERIODE ' W-MOIS-CLO
009710               ' NON CLOSE - ARCHIVAGE NON AUTORISE'
009720               DELIMITED BY SIZE INTO LIGNE-CTL
009730        END-STRING
009740        WRITE LIGNE-CTL
009750        SET TRT-KO TO TRUE
009760        GO TO AUTORISE-ARCHIVAGE-EXIT
009770     END-IF.
009780     MOVE 'A' TO ETAT-PER.
009790     PERFORM ECRIT-PERIODE THRU ECRIT-PERIODE-EXIT.
009800     IF TRT-KO
009810        GO TO AUTORISE-ARCHIVAGE-EXIT
009820     END-IF.
009830     MOVE SPACES TO LIGNE-CTL.
009840     STRING 'PERIODE ' W-MOIS-CLO ' CLOSE LE ' DAT-CLO-PER
009850            ' - ARCHIVAGE AUTORISE'
009860            DELIMITED BY SIZE INTO LIGNE-CTL
009870     END-STRING.
009880     WRITE LIGNE-CTL.
009890 AUTORISE-ARCHIVAGE-EXIT.
009900        EXIT.
009910*----------------------------------------------------------------
009920*    ECRITURE DE L'ENREGISTREMENT DU MOIS (CREATION SI LE MOIS
009930*    ETAIT ABSENT DU FICHIER DES PERIODES)
009940*----------------------------------------------------------------
009950 ECRIT-PERIODE.
009960     IF PERIODE-NOUVELLE
009970        WRITE ENT-PER
009980           INVALID KEY
009990              MOVE SPACES TO LIGNE-CTL
010000              STRING 'ERREUR - ENT082 - CREATION REFUSEE - MOIS '
010010                     MOIS-PER ' (STATUT ' FS-ENT082 ')'
010020                     DELIMITED BY SIZE INTO LIGNE-CTL
010030              END-STRING
010040              WRITE LIGNE-CTL
010050              SET TRT-KO TO TRUE
010060           NOT INVALID KEY
010070              SET PERIODE-CONNUE TO TRUE
010080        END-WRITE
010090     ELSE
010100        REWRITE ENT-PER
010110           INVALID KEY
010120              MOVE SPACES TO LIGNE-CTL
010130              STRING 'ERREUR - ENT082 - REECRITURE REFUSEE'
010140                     ' - MOIS '
010150                     MOIS-PER ' (STATUT ' FS-ENT082 ')'
010160                     DELIMITED BY SIZE INTO LIGNE-CTL
010170              END-STRING
010180              WRITE LIGNE-CTL
010190              SET TRT-KO TO TRUE
010200        END-REWRITE
010210     END-IF.
010220 ECRIT-PERIODE-EXIT.
010230        EXIT.
010240*================================================================
010250*    FIN DE TRAITEMENT
010260*================================================================
010270 FIN.
010280     IF FS-ENT083-OK
010290        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
010300     END-IF.
010310     CLOSE ENT082 ENT083.
010320 FIN-EXIT.
010330        EXIT.
010340*----------------------------------------------------------------
010350 REND-COMPTE.
010360     MOVE SPACES TO LIGNE-CTL.
010370     WRITE LIGNE-CTL.
010380     MOVE SPACES TO LIGNE-CTL.
010390     STRING 'ENTETES DU MOIS      : ' W-CPT-ENT-MOIS
010400            DELIMITED BY SIZE INTO LIGNE-CTL
010410     END-STRING.
010420     WRITE LIGNE-CTL.
010430     MOVE SPACES TO LIGNE-CTL.
010440     STRING 'LIGNES DU MOIS       : ' W-CPT-DET-MOIS
010450            DELIMITED BY SIZE INTO LIGNE-CTL
010460     END-STRING.
010470     WRITE LIGNE-CTL.
010480     MOVE SPACES TO LIGNE-CTL.
010490     STRING 'PERTES DU MOIS       : ' W-CPT-PRT-MOIS
010500            DELIMITED BY SIZE INTO LIGNE-CTL
010510     END-STRING.
010520     WRITE LIGNE-CTL.
010530     MOVE SPACES TO LIGNE-CTL.
010540     STRING 'CONTROLES BLOQUANTS  : ' W-CPT-BLOQUANT
010550            DELIMITED BY SIZE INTO LIGNE-CTL
010560     END-STRING.
010570     WRITE LIGNE-CTL.
010580     MOVE SPACES TO LIGNE-CTL.
010590     IF TRT-KO
010600        STRING 'VERDICT : *** TRAITEMENT ARRETE - PERIODE '
010610               W-MOIS-CLO ' INCHANGEE (RC 8) ***'
010620               DELIMITED BY SIZE INTO LIGNE-CTL
010630        END-STRING
010640     ELSE
010650     IF W-CPT-BLOQUANT > ZERO
010660        STRING 'VERDICT : *** PERIODE ' W-MOIS-CLO
010670               ' MAINTENUE EN CLOTURE - CORRIGER PUIS RELANCER'
010680               ' (RC 8) ***'
010690               DELIMITED BY SIZE INTO LIGNE-CTL
010700        END-STRING
010710     ELSE
010720        STRING 'VERDICT : PERIODE ' W-MOIS-CLO ' - ETAT ' ETAT-PER
010730               ' (O OUVERTE, E EN CLOTURE, C CLOSE, A ARCHIVABLE)'
010740               DELIMITED BY SIZE INTO LIGNE-CTL
010750        END-STRING
010760     END-IF
010770     END-IF.
010780     WRITE LIGNE-CTL.
010790 REND-COMPTE-EXIT.
010800        EXIT.
