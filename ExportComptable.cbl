000351*                       l'historique etant cumulatif, les
000352*                       passages precedents ne sont plus
000353*                       reexportes.
000354*  15/10/2026  PDU     Verrouillage des periodes closes : export
000355*                       refuse si le mois du passage est clos
000356*                       dans le fichier des periodes Ent082
000357*                       (REJET sur l'etat de controle, RETURN-CODE
000358*                       8). Chaque passage exporte est note jour
000359*                       par jour sur le mois dans Ent082 pour le
000360*                       controle de cloture de CLOTPER.
000361*  15/10/2026  PDU     Factures recapitulatives : les lignes
000362*                       Ent032 d'une facture numerotee forment une
000363*                       seule piece, rompue et rapprochee de son
000364*                       entete Ent030 sur le numero de facture
000365*                       (les commandes regroupees portent chacune
000366*                       leur propre numero de commande).
000367*  15/10/2026  PDU     Export Ent034 ouvert apres le controle
000368*                       de periode : un passage refuse ne vide
000369*                       plus l'export precedent.
000370*================================================================
000371 ENVIRONMENT DIVISION.
000372*================================================================
000380 CONFIGURATION SECTION.
000390*    ---
000400 SOURCE-COMPUTER.      IBM-370.
000620     SELECT ENT038  ASSIGN TO ENT038
000630            ORGANIZATION IS SEQUENTIAL
000640            FILE STATUS IS FS-ENT038.
000641*
000642     SELECT OPTIONAL ENT082  ASSIGN TO ENT082
000643            ORGANIZATION IS INDEXED
000644            ACCESS MODE IS RANDOM
000645            RECORD KEY IS MOIS-PER
000646            FILE STATUS IS FS-ENT082.
000650*
000660     SELECT TRI-DET ASSIGN TO SORTWK01.
000670*================================================================
001310             DATA RECORD LIGNE-CTL.
001320 01  LIGNE-CTL              PIC X(132).
001330*----------------------------------------------------------------
001331*    FICHIER DES PERIODES COMPTABLES (INDEXE SUR LE MOIS, TENU
001332*    PAR CLOTPER)
001333*----------------------------------------------------------------
001334 FD  ENT082 LABEL RECORD STANDARD
001335             RECORD  CONTAINS  150 CHARACTERS
001336             DATA RECORD  ENT-PER.
001337 01  ENT-PER.
001338         10 MOIS-PER          PIC  9(06).
001339         10 ETAT-PER          PIC  X(01).
001340            88 PER-OUVERTE         VALUE 'O'.
001341            88 PER-EN-CLOTURE      VALUE 'E'.
001342            88 PER-CLOSE           VALUE 'C'.
001343            88 PER-ARCHIVABLE      VALUE 'A'.
001344         10 JOURS-EXP-PER     PIC  X(31).
001345         10 JOURS-EXP-TAB REDEFINES JOURS-EXP-PER.
001346            15 JOUR-EXP-PER   PIC  X(01) OCCURS 31 TIMES.
001347         10 DAT-DECL-PER      PIC  9(08).
001348         10 MNT-TVA-DECL-PER  PIC S9(09)V99.
001349         10 DAT-GEL-PER       PIC  9(08).
001350         10 DAT-CLO-PER       PIC  9(08).
001351         10 NBR-FAC-PER       PIC  9(05).
001352         10 NBR-AVR-PER       PIC  9(05).
001353         10 MNT-HIST-PER      PIC S9(09)V99.
001354         10 MNT-HT-PER        PIC S9(09)V99.
001355         10 MNT-TVA-PER       PIC S9(09)V99.
001356         10 MNT-TTC-PER       PIC S9(09)V99.
001357         10 MNT-TVA-PRT-PER   PIC S9(09)V99.
001358         10                   PIC  X(12).
001359*----------------------------------------------------------------
001360*    FICHIER DE TRI DU DETAIL PAR PIECE (TYPE, FACTURE PUIS
001361*    COMMANDE)
001362*----------------------------------------------------------------
001363 SD  TRI-DET.
001370 01  TRI-ENR.
001380         10 NUM-CMD-TRI     PIC  9(05).
001390         10 NUM-CLI-TRI     PIC  9(05).
001450         10 MNT-TTC-TRI     PIC S9(06)V99.
001460         10 DAT-TRT-TRI     PIC  9(08).
001470         10 TYP-PIECE-TRI   PIC  X(01).
001480         10 NUM-FACT-TRI    PIC  9(05).
001485         10                 PIC  X(10).
001490*================================================================
001500 WORKING-STORAGE SECTION.
001510*    ---
001570 01 C-CPT-CLI-RACINE     PIC  X(03)   VALUE '411'.
001580 01 C-CPT-VENTES         PIC  X(08)   VALUE '70600000'.
001590 01 C-CPT-TVA            PIC  X(08)   VALUE '44571000'.
001595 01 C-RC-REFUS           PIC  9(02)   VALUE 08.
001600*
001610*   DATE DE TRAITEMENT ET DATE DU PASSAGE A EXPORTER :
001620 01 W-DATE-TRAITEMENT    PIC  9(08).
001622 01 W-DATE-PASSAGE       PIC  9(08).
001624 01 W-PASSAGE-DEC REDEFINES W-DATE-PASSAGE.
001626    10 W-PASSAGE-MOIS    PIC  9(06).
001628    10 W-PASSAGE-JJ      PIC  9(02).
001630*
001640*   COMPTEURS DE L'ETAT DE CONTROLE :
001650 01 W-CPT-LIGNES-LUES    PIC  9(07)    VALUE ZERO.
001720 01 W-TOT-TTC-FAC        PIC  9(11)V99 VALUE ZERO.
001730 01 W-TOT-TTC-AVR        PIC  9(11)V99 VALUE ZERO.
001740*
001750*   RUPTURE SUR LA PIECE EN COURS (COMMANDE + TYPE, OU NUMERO
001755*   DE FACTURE + TYPE POUR UNE FACTURE NUMEROTEE) :
001760 01 W-CMD-EN-COURS       PIC  9(05)   VALUE ZERO.
001770 01 W-TYP-EN-COURS       PIC  X(01)   VALUE SPACE.
001773 01 W-FACT-EN-COURS      PIC  9(05)   VALUE ZERO.
001776 01 W-FACT-LIGNE         PIC  9(05)   VALUE ZERO.
001780 01 W-CLI-EN-COURS       PIC  9(05)   VALUE ZERO.
001790 01 W-DAT-EN-COURS       PIC  9(08)   VALUE ZERO.
001800 01 W-PREMIERE-PIECE     PIC  X(01)   VALUE 'O'.
002140          INDEXED BY IND-HIST.
002150       15 W-HIST-NUM-CMD   PIC 9(05).
002160       15 W-HIST-TYP       PIC X(01).
002165       15 W-HIST-NUM-FACT  PIC 9(05).
002170       15 W-HIST-NUM-CLI   PIC 9(05).
002180       15 W-HIST-MNT       PIC S9(11)V99.
002190       15 W-HIST-EXPORTE   PIC X(01).
002210*   ARGUMENTS DE RECHERCHE DANS LA TABLE DES ENTETES :
002220 01 W-HIST-RECH-CMD      PIC  9(05).
002230 01 W-HIST-RECH-TYP      PIC  X(01).
002235 01 W-HIST-RECH-FACT     PIC  9(05).
002240*
002250*   TOTAUX RELEVES SUR LA SYNTHESE ENT070 :
002260 01 W-SYN-TROUVE-FAC     PIC  X(01)   VALUE 'N'.
002540   88 ENTETE-TROUVEE       VALUE "OK".
002550   88 ENTETE-INCONNUE      VALUE "KO".
002560*
002561* FICHIER ENT034 OUVERT, A FERMER EN FIN.
002562 01                     PIC   X(02).
002563   88 ENT034-OUVERT        VALUE "OK".
002564   88 ENT034-FERME         VALUE "KO".
002565*
002570 01 W-STATUS.
002580   10 FS-ENT030         PIC   X(02).
002590      88 FS-ENT030-OK      VALUE "00".
002680      88 FS-ENT034-OK      VALUE "00".
002690   10 FS-ENT038         PIC   X(02).
002700      88 FS-ENT038-OK      VALUE "00".
002702   10 FS-ENT082         PIC   X(02).
002704      88 FS-ENT082-OK      VALUE "00".
002706      88 FS-ENT082-ABS     VALUE "05".
002710*================================================================
002712 LINKAGE SECTION.
002713*    ---
002830*================================================================
002840 DEBUT.
002850     SET TRT-OK TO TRUE.
002855     SET ENT034-FERME TO TRUE.
002860     ACCEPT W-DATE-TRAITEMENT FROM DATE YYYYMMDD.
002862     IF W-PARM-EXEC-LNG NOT LESS THAN 8
002864        AND W-PARM-EXEC-TXT (1:8) NUMERIC
002866          MOVE W-PARM-EXEC-TXT (1:8) TO W-DATE-PASSAGE
002868     ELSE
002870        MOVE W-DATE-TRAITEMENT TO W-DATE-PASSAGE
002910     END-IF.
002920     OPEN OUTPUT ENT038.
002930     IF NOT FS-ENT038-OK
003020     WRITE LIGNE-CTL.
003030     MOVE SPACES TO LIGNE-CTL.
003040     WRITE LIGNE-CTL.
003041     PERFORM CONTROLE-PERIODE THRU CONTROLE-PERIODE-EXIT.
003042     IF TRT-KO
003043        GO TO DEBUT-EXIT
003044     END-IF.
003045     OPEN OUTPUT ENT034.
003046     IF NOT FS-ENT034-OK
003047        MOVE SPACES TO LIGNE-CTL
003048        STRING 'ERREUR - ENT034 - OUVERTURE IMPOSSIBLE (STATUT '
003049               FS-ENT034 ') - ARRET DU TRAITEMENT'
003050               DELIMITED BY SIZE INTO LIGNE-CTL
003051        END-STRING
003052        WRITE LIGNE-CTL
003053        SET TRT-KO TO TRUE
003054        GO TO DEBUT-EXIT
003055     END-IF.
003056     SET ENT034-OUVERT TO TRUE.
003057     PERFORM CHARGE-TABLE-HIST THRU CHARGE-TABLE-HIST-EXIT.
003060     IF TRT-KO
003070        GO TO DEBUT-EXIT
003080     END-IF.
003580     ADD 1 TO W-NBR-HIST.
003590     MOVE NUM-CMD-HIST     TO W-HIST-NUM-CMD (W-NBR-HIST).
003600     MOVE TYP-HIST         TO W-HIST-TYP     (W-NBR-HIST).
003601     IF NUM-FACT-HIST NUMERIC
003602        MOVE NUM-FACT-HIST TO W-HIST-NUM-FACT (W-NBR-HIST)
003603     ELSE
003604        MOVE ZERO          TO W-HIST-NUM-FACT (W-NBR-HIST)
003605     END-IF.
003610     MOVE NUM-CLI-HIST     TO W-HIST-NUM-CLI (W-NBR-HIST).
003620     MOVE MNT-FACTURE-HIST TO W-HIST-MNT     (W-NBR-HIST).
003630     MOVE SPACE            TO W-HIST-EXPORTE (W-NBR-HIST).
003790           CONTINUE
003800     END-SEARCH.
003810 CHERCHE-ENTETE-EXIT.
003811        EXIT.
003812*----------------------------------------------------------------
003813*    RECHERCHE D'UNE ENTETE DE FACTURE PAR SON NUMERO (FACTURE
003814*    RECAPITULATIVE REGROUPANT PLUSIEURS COMMANDES)
003815*----------------------------------------------------------------
003816 CHERCHE-ENTETE-FACT.
003817     SET ENTETE-TROUVEE TO TRUE.
003818     IF W-NBR-HIST = ZERO
003819        SET ENTETE-INCONNUE TO TRUE
003820        GO TO CHERCHE-ENTETE-FACT-EXIT
003821     END-IF.
003822     SET IND-HIST TO 1.
003823     SEARCH W-HIST
003824        AT END
003825           SET ENTETE-INCONNUE TO TRUE
003826        WHEN W-HIST-NUM-FACT (IND-HIST) = W-HIST-RECH-FACT
003827         AND W-HIST-TYP (IND-HIST) = W-HIST-RECH-TYP
003828           CONTINUE
003829     END-SEARCH.
003830 CHERCHE-ENTETE-FACT-EXIT.
003831        EXIT.
003832*----------------------------------------------------------------
003840*    RELEVE DES MONTANTS TOTAUX DE LA SYNTHESE ENT070 DU MEME
003850*    PASSAGE (LIGNES 'MONTANT TOTAL FACTURE' ET 'MONTANT TOTAL
003860*    AVOIRS' ECRITES PAR REND-COMPTE D'IMPFACTU)
004260*================================================================
004270 TRAITEMENT.
004280     SORT TRI-DET
004290          ON ASCENDING KEY TYP-PIECE-TRI
004300                           NUM-FACT-TRI
004305                           NUM-CMD-TRI
004310          USING ENT032
004320          OUTPUT PROCEDURE IS GENERE-ECRITURES
004330                           THRU GENERE-ECRITURES-EXIT.
004586        GO TO TRAITE-DETAIL-EXIT
004588     END-IF.
004589     ADD 1 TO W-CPT-LIGNES-PASSAGE.
004590     IF TYP-PIECE-TRI = 'F'
004591        AND NUM-FACT-TRI NUMERIC
004592        AND NUM-FACT-TRI > ZERO
004593          MOVE NUM-FACT-TRI TO W-FACT-LIGNE
004594     ELSE
004595          MOVE ZERO TO W-FACT-LIGNE
004596     END-IF.
004597     IF PREMIERE-PIECE
004600        OR W-FACT-LIGNE NOT = W-FACT-EN-COURS
004603        OR (W-FACT-LIGNE = ZERO
004606            AND NUM-CMD-TRI NOT = W-CMD-EN-COURS)
004610        OR TYP-PIECE-TRI NOT = W-TYP-EN-COURS
004620          IF NOT PREMIERE-PIECE
004630             PERFORM CLOTURE-PIECE THRU CLOTURE-PIECE-EXIT
004750 OUVRE-PIECE.
004760     MOVE NUM-CMD-TRI   TO W-CMD-EN-COURS.
004770     MOVE TYP-PIECE-TRI TO W-TYP-EN-COURS.
004775     MOVE W-FACT-LIGNE  TO W-FACT-EN-COURS.
004780     MOVE NUM-CLI-TRI   TO W-CLI-EN-COURS.
004790     MOVE DAT-TRT-TRI   TO W-DAT-EN-COURS.
004800     MOVE 'N' TO W-PREMIERE-PIECE.
006620        EXIT.
006630*----------------------------------------------------------------
006640*    RAPPROCHEMENT DU TTC RECALCULE DE LA PIECE AVEC LE MONTANT
006650*    DE L'ENTETE ENT030, RETROUVEE SUR LE NUMERO DE FACTURE
006653*    POUR UNE FACTURE NUMEROTEE (L'ENTETE D'UNE FACTURE
006656*    RECAPITULATIVE NE PORTE QUE SA PREMIERE COMMANDE)
006660*----------------------------------------------------------------
006670 RAPPROCHE-ENTETE.
006680     MOVE W-CMD-EN-COURS TO W-HIST-RECH-CMD.
006690     MOVE W-TYP-EN-COURS TO W-HIST-RECH-TYP.
006700     IF W-FACT-EN-COURS > ZERO
006701        MOVE W-FACT-EN-COURS TO W-HIST-RECH-FACT
006702        PERFORM CHERCHE-ENTETE-FACT THRU CHERCHE-ENTETE-FACT-EXIT
006703     ELSE
006704        PERFORM CHERCHE-ENTETE THRU CHERCHE-ENTETE-EXIT
006705     END-IF.
006710     IF ENTETE-INCONNUE
006720        ADD 1 TO W-CPT-ECARTS
006730        MOVE SPACES TO LIGNE-CTL
007070        PERFORM SIGNALE-NON-EXPORTES
007080                THRU SIGNALE-NON-EXPORTES-EXIT
007090        PERFORM REND-COMPTE THRU REND-COMPTE-EXIT
007093        PERFORM NOTE-PASSAGE-PERIODE
007096                THRU NOTE-PASSAGE-PERIODE-EXIT
007100     END-IF.
007110     IF ENT034-OUVERT
007112        CLOSE ENT034
007114     END-IF.
007116     CLOSE ENT038.
007120 FIN-EXIT.
007130        EXIT.
007140*----------------------------------------------------------------
008420     END-IF.
008430 RAPPROCHE-SYNTHESE-EXIT.
008440        EXIT.
008450*----------------------------------------------------------------
008460*    CONTROLE DE LA PERIODE DU PASSAGE : AUCUN EXPORT DANS UN
008470*    MOIS CLOS (UN MOIS EN CLOTURE RESTE EXPORTABLE POUR LE
008480*    RATTRAPAGE DES JOURS MANQUANTS). MOIS ABSENT = MOIS OUVERT
008490*----------------------------------------------------------------
008500 CONTROLE-PERIODE.
008510     OPEN INPUT ENT082.
008520     IF NOT FS-ENT082-OK AND NOT FS-ENT082-ABS
008530        MOVE SPACES TO LIGNE-CTL
008540        STRING 'ERREUR - ENT082 - FICHIER DES PERIODES'
008550               ' INACCESSIBLE (STATUT ' FS-ENT082 ') - ARRET'
008560               DELIMITED BY SIZE INTO LIGNE-CTL
008570        END-STRING
008580        WRITE LIGNE-CTL
008590        SET TRT-KO TO TRUE
008600        GO TO CONTROLE-PERIODE-EXIT
008610     END-IF.
008620     MOVE W-PASSAGE-MOIS TO MOIS-PER.
008630     READ ENT082
008640        INVALID KEY
008650           MOVE 'O' TO ETAT-PER
008660     END-READ.
008670     CLOSE ENT082.
008680     IF PER-CLOSE OR PER-ARCHIVABLE
008690        MOVE SPACES TO LIGNE-CTL
008700        STRING 'REJET - PERIODE ' W-PASSAGE-MOIS ' CLOSE LE '
008710               DAT-CLO-PER ' - EXPORT DU PASSAGE DU '
008720               W-DATE-PASSAGE ' REFUSE'
008730               DELIMITED BY SIZE INTO LIGNE-CTL
008740        END-STRING
008750        WRITE LIGNE-CTL
008760        MOVE C-RC-REFUS TO RETURN-CODE
008770        SET TRT-KO TO TRUE
008780     END-IF.
008790 CONTROLE-PERIODE-EXIT.
008800        EXIT.
008810*----------------------------------------------------------------
008820*    PASSAGE EXPORTE NOTE SUR LE MOIS DANS LE FICHIER DES
008830*    PERIODES (CONTROLE DES JOURS EXPORTES PAR CLOTPER)
008840*----------------------------------------------------------------
008850 NOTE-PASSAGE-PERIODE.
008860     IF W-PASSAGE-JJ < 1 OR W-PASSAGE-JJ > 31
008870        GO TO NOTE-PASSAGE-PERIODE-EXIT
008880     END-IF.
008890     OPEN I-O ENT082.
008900     IF NOT FS-ENT082-OK AND NOT FS-ENT082-ABS
008910        MOVE SPACES TO LIGNE-CTL
008920        STRING 'AVIS - ENT082 - FICHIER DES PERIODES'
008930               ' INACCESSIBLE (STATUT ' FS-ENT082 ') - PASSAGE'
008940               ' NON NOTE'
008950               DELIMITED BY SIZE INTO LIGNE-CTL
008960        END-STRING
008970        WRITE LIGNE-CTL
008980        GO TO NOTE-PASSAGE-PERIODE-EXIT
008990     END-IF.
009000     MOVE W-PASSAGE-MOIS TO MOIS-PER.
009010     READ ENT082
009020        INVALID KEY
009030           MOVE SPACES TO ENT-PER
009040           MOVE W-PASSAGE-MOIS TO MOIS-PER
009050           MOVE 'O' TO ETAT-PER
009060           MOVE ZERO TO DAT-DECL-PER MNT-TVA-DECL-PER DAT-GEL-PER
009070                        DAT-CLO-PER NBR-FAC-PER NBR-AVR-PER
009080                        MNT-HIST-PER MNT-HT-PER MNT-TVA-PER
009090                        MNT-TTC-PER MNT-TVA-PRT-PER
009100           MOVE 'O' TO JOUR-EXP-PER (W-PASSAGE-JJ)
009110           WRITE ENT-PER
009120              INVALID KEY
009130                 CONTINUE
009140           END-WRITE
009150        NOT INVALID KEY
009160           MOVE 'O' TO JOUR-EXP-PER (W-PASSAGE-JJ)
009170           REWRITE ENT-PER
009180              INVALID KEY
009190                 CONTINUE
009200           END-REWRITE
009210     END-READ.
009220     IF NOT FS-ENT082-OK
009230        MOVE SPACES TO LIGNE-CTL
009240        STRING 'AVIS - ENT082 - PASSAGE DU ' W-DATE-PASSAGE
009250               ' NON NOTE DANS LE FICHIER DES PERIODES (STATUT '
009260               FS-ENT082 ')'
009270               DELIMITED BY SIZE INTO LIGNE-CTL
009280        END-STRING
009290        WRITE LIGNE-CTL
009300     END-IF.
009310     CLOSE ENT082.
009320 NOTE-PASSAGE-PERIODE-EXIT.
009330        EXIT.
