000290*                       (000 = comptant, nnn = nnn jours, F45 =
000291*                       45 jours fin de mois) saisi via les
000292*                       mouvements Ent011 et stocke dans Ent010.
000293*  15/10/2026  JFR     Numero SIREN et numero de TVA
000294*                       intracommunautaire du client saisis via
000295*                       Ent011 et stockes dans Ent010 (records
000296*                       portes a 250 caracteres). SIREN controle
000297*                       par sa cle, numero de TVA FR controle
000298*                       par sa cle et rapproche du SIREN.
000299*  15/10/2026  JFR     Mode de facturation du client (blanc =
000300*                       une facture par commande, M = facture
000301*                       recapitulative mensuelle) saisi via
000302*                       Ent011 et stocke dans Ent010.
000303*  15/10/2026  PDU     Code du commercial affecte au client
000304*                       (COD-COM, 4 caracteres, blanc = sans
000305*                       commercial) saisi via Ent011 et stocke
000306*                       dans Ent010 pour le calcul des commissions
000307*                       par CALCCOM.
000308*================================================================
000309 ENVIRONMENT DIVISION.
000310*================================================================
000320 CONFIGURATION SECTION.
000330*    ---
000650*    FICHIER CLIENTS (INDEXE SUR NUM-CLI), MIS A JOUR EN PLACE
000660*----------------------------------------------------------------
000670 FD  ENT010 LABEL RECORD STANDARD
000690             RECORD  CONTAINS  250 CHARACTERS
000710             DATA RECORD  ENT-CLI.
000720 01  ENT-CLI.
000730         10 NUM-CLI      PIC    9(05).
000770         10 TEL-CLI      PIC    X(20).
000780         10 MOB-CLI      PIC    X(20).
000785         10 COD-PAI-CLI  PIC    X(03).
000790         10 SIREN-CLI    PIC    X(09).
000792         10 TVA-CEE-CLI  PIC    X(14).
000794         10 MOD-FAC-CLI  PIC    X(01).
000796         10 COD-COM-CLI  PIC    X(04).
000798         10              PIC    X(34).
000800*----------------------------------------------------------------
000810*    FICHIER DES MOUVEMENTS CLIENTS
000820*----------------------------------------------------------------
000830 FD  ENT011 LABEL RECORD STANDARD
000840             BLOCK   CONTAINS    0 RECORDS
000850             RECORD  CONTAINS  250 CHARACTERS
000860             RECORDING MODE IS   F
000870             DATA RECORD  ENT-MVT.
000880 01  ENT-MVT.
000990         10 TEL-MVT      PIC    X(20).
001000         10 MOB-MVT      PIC    X(20).
001005         10 COD-PAI-MVT  PIC    X(03).
001010         10 SIREN-MVT    PIC    X(09).
001011         10 SIREN-MVT-N REDEFINES SIREN-MVT
001012                         PIC    9(09).
001013         10 TVA-CEE-MVT  PIC    X(14).
001014         10 MOD-FAC-MVT  PIC    X(01).
001015         10 COD-COM-MVT  PIC    X(04).
001016         10              PIC    X(33).
001020*----------------------------------------------------------------
001030*    ETAT D'AUDIT DES MOUVEMENTS APPLIQUES ET REJETES
001040*----------------------------------------------------------------
001480 01 W-CPT-MOD            PIC  9(07)   VALUE ZERO.
001490 01 W-CPT-SUP            PIC  9(07)   VALUE ZERO.
001500*
001503*   ZONES DE CONTROLE DU SIREN (CLE DE LUHN) ET DE LA CLE DU
001506*   NUMERO DE TVA FRANCAIS :
001509 01 W-SIREN-CTL          PIC  X(09).
001512 01 W-SIREN-CHIFFRES REDEFINES W-SIREN-CTL.
001515    10 W-SIREN-CHIF      PIC  9(01) OCCURS 9.
001518 01 W-RANG-CHIF          PIC  9(02).
001521 01 W-VAL-CHIF           PIC  9(02).
001524 01 W-SOMME-LUHN         PIC  9(03).
001527 01 W-QUOTIENT           PIC  9(09).
001530 01 W-RESTE              PIC  9(03).
001533 01 W-CLE-TVA-CALC       PIC  9(03).
001536 01 W-CLE-TVA-EDT        PIC  9(02).
001539*
001550*   MOTIF DU REJET DU MOUVEMENT EN COURS :
001560 01 W-MOTIF-REJET        PIC  X(45).
001562*
001640    10 W-TEL-CLI  PIC X(20).
001650    10 W-MOB-CLI  PIC X(20).
001655    10 W-COD-PAI  PIC X(03).
001660    10 W-SIREN    PIC X(09).
001662    10 W-TVA-CEE  PIC X(14).
001664    10 W-MOD-FAC  PIC X(01).
001666    10 W-COD-COM  PIC X(04).
001668    10            PIC X(34).
001670*
001680*   TABLE DES CLIENTS AYANT AU MOINS UNE COMMANDE DANS ENT020 :
001690 01 W-NBR-CLI-CMD        PIC  9(04)  COMP VALUE ZERO.
001800   88 TRT-OK               VALUE "OK".
001810   88 TRT-KO               VALUE "KO".
001820*
001821* VALIDITE DES IDENTIFIANTS SIREN / TVA DU MOUVEMENT EN COURS.
001822 01                     PIC   X(02).
001823   88 IDENT-VALIDE         VALUE "OK".
001824   88 IDENT-INVALIDE       VALUE "KO".
001825*
001830* PRESENCE DU CLIENT DU MOUVEMENT EN COURS DANS ENT010.
001840 01                     PIC   X(02).
001850   88 CLI-PRESENT          VALUE "OK".
001860   88 CLI-ABSENT           VALUE "KO".
001870*
001871* VALIDITE DU MODE DE FACTURATION DU MOUVEMENT EN COURS.
001872 01                     PIC   X(02).
001873   88 MOD-FAC-VALIDE       VALUE "OK".
001874   88 MOD-FAC-INVALIDE     VALUE "KO".
001875*
001880* LE CLIENT A-T-IL DES COMMANDES EN COURS DANS ENT020.
001890 01                     PIC   X(02).
001900   88 CMD-EN-COURS         VALUE "OK".
001910   88 SANS-COMMANDE        VALUE "KO".
001911*
001912* VALIDITE DU CODE COMMERCIAL DU MOUVEMENT EN COURS.
001913 01                     PIC   X(02).
001914   88 COD-COM-VALIDE       VALUE "OK".
001915   88 COD-COM-INVALIDE     VALUE "KO".
001920*
001922* VALIDITE DU CODE CONDITION DE PAIEMENT DU MOUVEMENT EN COURS.
001924 01                     PIC   X(02).
004210        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004220        GO TO APPLIQUE-CREATION-EXIT
004230     END-IF.
004231     PERFORM CONTROLE-MOD-FAC THRU CONTROLE-MOD-FAC-EXIT.
004232     IF MOD-FAC-INVALIDE
004233        GO TO APPLIQUE-CREATION-EXIT
004234     END-IF.
004235     PERFORM CONTROLE-COD-COM THRU CONTROLE-COD-COM-EXIT.
004236     IF COD-COM-INVALIDE
004237        GO TO APPLIQUE-CREATION-EXIT
004238     END-IF.
004240     IF NOM-MVT = SPACES OR ADR-MVT = SPACES
004250        MOVE 'NOM OU ADRESSE A BLANC' TO W-MOTIF-REJET
004260        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004284     IF COD-PAI-INVALIDE
004288        GO TO APPLIQUE-CREATION-EXIT
004289     END-IF.
004290     PERFORM CONTROLE-IDENT-FISC THRU CONTROLE-IDENT-FISC-EXIT.
004291     IF IDENT-INVALIDE
004292        GO TO APPLIQUE-CREATION-EXIT
004293     END-IF.
004294     PERFORM ECRIT-AVANT THRU ECRIT-AVANT-EXIT.
004295     MOVE SPACES TO W-CLI-COURANT.
004300     MOVE NUM-CLI-MVT-N TO W-NUM-CLI.
004310     MOVE NOM-MVT TO W-NOM-CLI.
004320     MOVE PRN-MVT TO W-PRN-CLI.
004330     MOVE ADR-MVT TO W-ADR-CLI.
004340     MOVE TEL-MVT TO W-TEL-CLI.
004342     MOVE SIREN-MVT TO W-SIREN.
004344     MOVE TVA-CEE-MVT TO W-TVA-CEE.
004346     MOVE MOD-FAC-MVT TO W-MOD-FAC.
004348     MOVE COD-COM-MVT TO W-COD-COM.
004350     MOVE MOB-MVT TO W-MOB-CLI.
004352     MOVE COD-PAI-MVT TO W-COD-PAI.
004355     MOVE W-CLI-COURANT TO ENT-CLI.
004440        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004450        GO TO APPLIQUE-MODIF-EXIT
004460     END-IF.
004461     PERFORM CONTROLE-MOD-FAC THRU CONTROLE-MOD-FAC-EXIT.
004462     IF MOD-FAC-INVALIDE
004463        GO TO APPLIQUE-MODIF-EXIT
004464     END-IF.
004465     PERFORM CONTROLE-COD-COM THRU CONTROLE-COD-COM-EXIT.
004466     IF COD-COM-INVALIDE
004467        GO TO APPLIQUE-MODIF-EXIT
004468     END-IF.
004470     IF NOM-MVT = SPACES OR ADR-MVT = SPACES
004480        MOVE 'NOM OU ADRESSE A BLANC' TO W-MOTIF-REJET
004490        PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT
004514     IF COD-PAI-INVALIDE
004518        GO TO APPLIQUE-MODIF-EXIT
004519     END-IF.
004520     PERFORM CONTROLE-IDENT-FISC THRU CONTROLE-IDENT-FISC-EXIT.
004521     IF IDENT-INVALIDE
004522        GO TO APPLIQUE-MODIF-EXIT
004523     END-IF.
004524     PERFORM ECRIT-AVANT THRU ECRIT-AVANT-EXIT.
004530     MOVE NOM-MVT TO W-NOM-CLI.
004540     MOVE PRN-MVT TO W-PRN-CLI.
004550     MOVE ADR-MVT TO W-ADR-CLI.
004560     MOVE TEL-MVT TO W-TEL-CLI.
004562     MOVE SIREN-MVT TO W-SIREN.
004564     MOVE TVA-CEE-MVT TO W-TVA-CEE.
004566     MOVE MOD-FAC-MVT TO W-MOD-FAC.
004568     MOVE COD-COM-MVT TO W-COD-COM.
004570     MOVE MOB-MVT TO W-MOB-CLI.
004571     MOVE COD-PAI-MVT TO W-COD-PAI.
004572     MOVE W-CLI-COURANT TO ENT-CLI.
004850     IF CLI-PRESENT
004860        STRING '   AVANT : ' W-NUM-CLI ' ' W-NOM-CLI
004870               ' ' W-PRN-CLI ' ' W-ADR-CLI (1:60)
004875               ' COM : ' W-COD-COM
004880               DELIMITED BY SIZE INTO LIGNE-AUD
004890        END-STRING
004892        WRITE LIGNE-AUD
004894        MOVE SPACES TO LIGNE-AUD
004896        STRING '           TEL : ' W-TEL-CLI
004897               ' MOB : ' W-MOB-CLI
004898               ' COND. PAI : ' W-COD-PAI
004899               ' SIREN : ' W-SIREN ' TVA : ' W-TVA-CEE
004900               ' FACT : ' W-MOD-FAC
004901               DELIMITED BY SIZE INTO LIGNE-AUD
004902        END-STRING
004904     ELSE
005080     IF CLI-PRESENT
005090        STRING '   APRES : ' W-NUM-CLI ' ' W-NOM-CLI
005100               ' ' W-PRN-CLI ' ' W-ADR-CLI (1:60)
005105               ' COM : ' W-COD-COM
005110               DELIMITED BY SIZE INTO LIGNE-AUD
005120        END-STRING
005122        WRITE LIGNE-AUD
005126        STRING '           TEL : ' W-TEL-CLI
005128               ' MOB : ' W-MOB-CLI
005129               ' COND. PAI : ' W-COD-PAI
005130               ' SIREN : ' W-SIREN ' TVA : ' W-TVA-CEE
005131               ' FACT : ' W-MOD-FAC
005132               DELIMITED BY SIZE INTO LIGNE-AUD
005133        END-STRING
005134     ELSE
005140        STRING '   APRES : NEANT (CLIENT SUPPRIME)'
005150               DELIMITED BY SIZE INTO LIGNE-AUD
005730     WRITE LIGNE-AUD.
005740 REND-COMPTE-EXIT.
005750        EXIT.
005760*----------------------------------------------------------------
005770*    CONTROLE DU MODE DE FACTURATION DU MOUVEMENT - ADMIS :
005780*    BLANC (UNE FACTURE PAR COMMANDE) OU M (FACTURE
005790*    RECAPITULATIVE MENSUELLE DES COMMANDES DE LA PERIODE)
005800*----------------------------------------------------------------
005810 CONTROLE-MOD-FAC.
005820     SET MOD-FAC-VALIDE TO TRUE.
005830     IF MOD-FAC-MVT = SPACE OR 'M'
005840        GO TO CONTROLE-MOD-FAC-EXIT
005850     END-IF.
005860     SET MOD-FAC-INVALIDE TO TRUE.
005870     MOVE 'MODE DE FACTURATION INVALIDE (BLANC OU M)'
005880          TO W-MOTIF-REJET.
005890     PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT.
005900 CONTROLE-MOD-FAC-EXIT.
005910        EXIT.
005920*----------------------------------------------------------------
005930*    CONTROLE DU CODE DU COMMERCIAL AFFECTE AU CLIENT - ADMIS :
005940*    BLANC (CLIENT SANS COMMERCIAL) OU CODE CADRE A GAUCHE ; LES
005950*    TAUX DE COMMISSION DU CODE SONT TENUS DANS ENT084 (CALCCOM)
005960*----------------------------------------------------------------
005970 CONTROLE-COD-COM.
005980     SET COD-COM-VALIDE TO TRUE.
005990     IF COD-COM-MVT = SPACES
006000        OR COD-COM-MVT (1:1) NOT = SPACE
006010          GO TO CONTROLE-COD-COM-EXIT
006020     END-IF.
006030     SET COD-COM-INVALIDE TO TRUE.
006040     MOVE 'CODE COMMERCIAL NON CADRE A GAUCHE'
006050          TO W-MOTIF-REJET.
006060     PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT.
006070 CONTROLE-COD-COM-EXIT.
006080        EXIT.
006090*----------------------------------------------------------------
006100*    CONTROLE DES IDENTIFIANTS DU CLIENT (FACTURATION
006110*    ELECTRONIQUE) - CHAQUE ZONE PEUT ETRE A BLANC :
006120*    - SIREN : 9 CHIFFRES, CLE DE LUHN ;
006130*    - TVA INTRACOMMUNAUTAIRE : CODE PAYS ALPHABETIQUE SUIVI DU
006140*      NUMERO ; POUR LA FRANCE, FR + CLE (2 CHIFFRES) + SIREN,
006150*      CLE = (12 + 3 X (SIREN MODULO 97)) MODULO 97, LE SIREN
006160*      DU NUMERO DE TVA DOIT ETRE CELUI DU MOUVEMENT
006170*----------------------------------------------------------------
006180 CONTROLE-IDENT-FISC.
006190     SET IDENT-VALIDE TO TRUE.
006200     IF SIREN-MVT NOT = SPACES
006210        IF SIREN-MVT NOT NUMERIC
006220           MOVE 'NUMERO SIREN NON NUMERIQUE' TO W-MOTIF-REJET
006230           GO TO CONTROLE-IDENT-FISC-REJET
006240        END-IF
006250        MOVE SIREN-MVT TO W-SIREN-CTL
006260        MOVE ZERO TO W-SOMME-LUHN
006270        PERFORM CUMULE-CHIFFRE-SIREN
006280                THRU CUMULE-CHIFFRE-SIREN-EXIT
006290                VARYING W-RANG-CHIF FROM 1 BY 1
006300                UNTIL W-RANG-CHIF > 9
006310        DIVIDE W-SOMME-LUHN BY 10 GIVING W-QUOTIENT
006320               REMAINDER W-RESTE
006330        IF W-RESTE NOT = ZERO
006340           MOVE 'NUMERO SIREN INVALIDE (CLE DE CONTROLE)'
006350                TO W-MOTIF-REJET
006360           GO TO CONTROLE-IDENT-FISC-REJET
006370        END-IF
006380     END-IF.
006390     IF TVA-CEE-MVT = SPACES
006400        GO TO CONTROLE-IDENT-FISC-EXIT
006410     END-IF.
006420     IF TVA-CEE-MVT (1:2) NOT ALPHABETIC-UPPER
006430        OR TVA-CEE-MVT (1:2) = SPACES
006440        OR TVA-CEE-MVT (3:1) = SPACE
006450           MOVE 'NUMERO DE TVA INTRACOMMUNAUTAIRE INVALIDE'
006460                TO W-MOTIF-REJET
006470           GO TO CONTROLE-IDENT-FISC-REJET
006480     END-IF.
006490     IF TVA-CEE-MVT (1:2) NOT = 'FR'
006500        GO TO CONTROLE-IDENT-FISC-EXIT
006510     END-IF.
006520     IF TVA-CEE-MVT (3:11) NOT NUMERIC
006530        OR TVA-CEE-MVT (14:1) NOT = SPACE
006540           MOVE 'NUMERO DE TVA FR INVALIDE (FORMAT)'
006550                TO W-MOTIF-REJET
006560           GO TO CONTROLE-IDENT-FISC-REJET
006570     END-IF.
006580     IF SIREN-MVT = SPACES
006590        OR TVA-CEE-MVT (5:9) NOT = SIREN-MVT
006600           MOVE 'NUMERO DE TVA FR ET SIREN DISCORDANTS'
006610                TO W-MOTIF-REJET
006620           GO TO CONTROLE-IDENT-FISC-REJET
006630     END-IF.
006640     DIVIDE SIREN-MVT-N BY 97 GIVING W-QUOTIENT
006650            REMAINDER W-RESTE.
006660     COMPUTE W-CLE-TVA-CALC = 12 + 3 * W-RESTE.
006670     DIVIDE W-CLE-TVA-CALC BY 97 GIVING W-QUOTIENT
006680            REMAINDER W-RESTE.
006690     MOVE W-RESTE TO W-CLE-TVA-EDT.
006700     IF TVA-CEE-MVT (3:2) NOT = W-CLE-TVA-EDT
006710        MOVE 'NUMERO DE TVA FR INVALIDE (CLE DE CONTROLE)'
006720             TO W-MOTIF-REJET
006730        GO TO CONTROLE-IDENT-FISC-REJET
006740     END-IF.
006750     GO TO CONTROLE-IDENT-FISC-EXIT.
006760 CONTROLE-IDENT-FISC-REJET.
006770     SET IDENT-INVALIDE TO TRUE.
006780     PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-EXIT.
006790 CONTROLE-IDENT-FISC-EXIT.
006800        EXIT.
006810*----------------------------------------------------------------
006820*    CUMUL D'UN CHIFFRE DU SIREN POUR LA CLE DE LUHN : LES
006830*    CHIFFRES DE RANG PAIR SONT DOUBLES (9 OTE AU-DELA DE 9)
006840*----------------------------------------------------------------
006850 CUMULE-CHIFFRE-SIREN.
006860     MOVE W-SIREN-CHIF (W-RANG-CHIF) TO W-VAL-CHIF.
006870     DIVIDE W-RANG-CHIF BY 2 GIVING W-QUOTIENT
006880            REMAINDER W-RESTE.
006890     IF W-RESTE = ZERO
006900        COMPUTE W-VAL-CHIF = W-VAL-CHIF * 2
006910        IF W-VAL-CHIF > 9
006920           SUBTRACT 9 FROM W-VAL-CHIF
006930        END-IF
006940     END-IF.
006950     ADD W-VAL-CHIF TO W-SOMME-LUHN.
006960 CUMULE-CHIFFRE-SIREN-EXIT.
006970        EXIT.
