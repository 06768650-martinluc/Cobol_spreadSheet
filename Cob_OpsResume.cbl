000308*               ! NUITS MULTI-SERVICES PAR RAPPORT AU JOURNAL    *
000309*               ! RUNLOG. CHAQUE FICHIER ABSENT EST TOLERE,      *
000310*               ! COMME REJOUT L'ETAIT DEJA                      *
000311* 14/10/2026    ! NOUVEAU MOTIF DE REJET 09 D'ADSOTP7 (LIBELLE DE*
000312*               ! PLAN INCONNU), RANGE APRES LE 99. LES RANGS AU-*
000313*               ! DELA DU NEUVIEME SONT CONSERVES DANS L'ANCIENNE*
000314*               ! ZONE LIBRE DE SUMHIST (LUE COMME ZERO SUR LES  *
000315*               ! MESURES ANTERIEURES)                           *
000316* 15/10/2026    ! NOUVEAU MOTIF DE REJET 10 D'ADSOTP7 (SERVICE  *
000317*               ! EMETTEUR NON HABILITE), RANGE APRES LE 09. LES *
000318*               ! REFUS D'HABILITATION SONT DETAILLES PAR SERVICE*
000319*               ! (ENTETE 'H' DE CHAQUE FICHIER DES REJETS) ET   *
000320*               ! PAR GROUPE SUR LES LIGNES DE PASSAGE RUNLOG    *
000321* 15/10/2026    ! NOUVEAU MOTIF DE REJET 11 D'ADSOTP7 (AUCUNE    *
000322*               ! GENERATION DU CUBE A LA DATE DEMANDEE), RANGE  *
000323*               ! APRES LE 10, DANS LA TROISIEME ZONE DE SUMHIST *
000324*===============================================================*
000325*
000330*************************
000340  IDENTIFICATION DIVISION.
000350*************************
001320      05  JRN-NB-TRANCHES               PIC 9(5).
001330      05  JRN-NB-REJETS                 PIC 9(5).
001340      05  JRN-NB-TRONQUEES              PIC 9(5).
001346      05  JRN-NB-NAUT                   OCCURS 3 PIC 9(5).
001352      05  FILLER                        PIC X(7).
001360*
001370*---------------------------------------------------------------*
001380*   FICHIER DES REJETS D'ADSOTP7 : LE CODE MOTIF OCCUPE LES DEUX *
001760*---------------------------------------------------------------*
001770*   HISTORIQUE DES MESURES : DATE PUIS LES COMPTAGES DU JOUR     *
001780*   (REJETS PAR MOTIF 01-08 ET 99, PUIS AJOUTS / MODIFICATIONS / *
001786*   SUPPRESSIONS DE LA PISTE D'AUDIT, PUIS LES REJETS DES RANGS  *
001792*   10 A 12 DE LA TABLE DES MOTIFS, PLAFONNES A 9999)            *
001800*---------------------------------------------------------------*
001810  FD  HIST-FILE
001820      RECORDING MODE IS F
001880      05  SHR-AJOUTS                    PIC 9(5).
001890      05  SHR-MODIFS                    PIC 9(5).
001900      05  SHR-SUPPRS                    PIC 9(5).
001910      05  SHR-REJ-CPT-SUP               OCCURS 3 PIC 9(4).
001920*
001930  FD  PARM-FILE
001940      RECORDING MODE IS F
002040*========================
002050*---------------------------------------------------------------*
002060*   CODES MOTIF DE REJET SUIVIS : 01 A 08 (CF. 1008- D'ADSOTP7)  *
002063*   ET 99 (REJET RESTITUE PAR ADSOTP8), PUIS LES MOTIFS CREES    *
002066*   DEPUIS, RANGES APRES LE 99 POUR NE PAS DECALER LES RANGS     *
002069*   DEJA ECRITS DANS SUMHIST : 09 (LIBELLE DE PLAN INCONNU),     *
002072*   10 (SERVICE EMETTEUR NON HABILITE), 11 (AUCUNE GENERATION DU *
002075*   CUBE A LA DATE DEMANDEE)                                     *
002080*---------------------------------------------------------------*
002090  01  WS-MOTIF-LIBELLES.
002100      05  FILLER                        PIC X(2)    VALUE '01'.
002160      05  FILLER                        PIC X(2)    VALUE '07'.
002170      05  FILLER                        PIC X(2)    VALUE '08'.
002180      05  FILLER                        PIC X(2)    VALUE '99'.
002182      05  FILLER                        PIC X(2)    VALUE '09'.
002184      05  FILLER                        PIC X(2)    VALUE '10'.
002186      05  FILLER                        PIC X(2)    VALUE '11'.
002190  01  WS-MOTIF-TAB REDEFINES WS-MOTIF-LIBELLES.
002195      05  WS-MOTIF-CODE                 OCCURS 12 PIC X(2).
002200*
002205  01  WS-NB-MOTIFS                      PIC 9(2)    VALUE 12.
002210*
002220  01  WS-REJ-CPTS.
002230      05  WS-REJ-CPT                    OCCURS 12 PIC 9(5).
002240  01  WS-REJ-PRVS.
002241      05  WS-REJ-PRV                    OCCURS 12 PIC 9(5).
002242*
002243*---------------------------------------------------------------*
002244*   REFUS D'HABILITATION (MOTIF 10) PAR SERVICE EMETTEUR : LE    *
002245*   SERVICE EST CELUI DE L'ENTETE 'H' DU FICHIER DES REJETS LU   *
002246*   (UN PAR GROUPE DU TRANSIN, TROIS AU PLUS)                    *
002247*---------------------------------------------------------------*
002248  01  WS-NAUT-SRVS.
002249      05  WS-NAUT-SRV-ENT               OCCURS 3.
002250          10  WS-NAUT-SERVICE           PIC X(10).
002251          10  WS-NAUT-CPT               PIC 9(5).
002252  01  WS-NB-NAUT-SRVS                   PIC 9       VALUE 0.
002253  01  WS-INAUT                          PIC 9.
002254  01  WS-NAUT-RANG                      PIC 9.
002255  01  WS-SERVICE-CRT                    PIC X(10).
002260*
002270  01  WS-CPT-AJOUTS                     PIC 9(5)    VALUE 0.
002280  01  WS-CPT-MODIFS                     PIC 9(5)    VALUE 0.
002330*
002340  01  WS-IMOTIF                         PIC 9(2).
002350  01  WS-MOTIF-RANG                     PIC 9(2).
002355  01  WS-ISUP                           PIC 9.
002360*
002370*---------------------------------------------------------------*
002380*   RAPPROCHEMENT JOUR SUR JOUR : ECART ABSOLU, POURCENTAGE ET   *
003120*
003130  0000-PROGRAMME-DEB.
003140*
003150      INITIALIZE WS-REJ-CPTS WS-REJ-PRVS WS-NAUT-SRVS.
003160      ACCEPT WS-DATE-DEMANDE FROM DATE YYYYMMDD.
003170*
003180      PERFORM 0010-LECTURE-PARM-DEB
003490*
003500      PERFORM 1000-EDITE-REJETS-DEB
003510         THRU 1000-EDITE-REJETS-FIN.
003512*
003514      PERFORM 1050-EDITE-NAUT-DEB
003516         THRU 1050-EDITE-NAUT-FIN.
003520*
003530      PERFORM 1100-EDITE-AUDIT-DEB
003540         THRU 1100-EDITE-AUDIT-FIN.
004630      INTO WS-LEDIT.
004640      MOVE WS-LEDIT TO RES-RECORD.
004650      WRITE RES-RECORD.
004651*
004652* REFUS D'HABILITATION PAR GROUPE : ZONES A BLANC SUR LES
004653* PASSAGES JOURNALISES AVANT LEUR CREATION, LIGNE OMISE
004654      IF JRN-NB-NAUT (1) IS NUMERIC
004655         AND JRN-NB-NAUT (2) IS NUMERIC
004656         AND JRN-NB-NAUT (3) IS NUMERIC
004657          IF JRN-NB-NAUT (1) > 0 OR JRN-NB-NAUT (2) > 0
004658             OR JRN-NB-NAUT (3) > 0
004659              MOVE SPACE TO WS-LEDIT
004660              STRING '       NON HABILITEES PAR GROUPE '
004661                     JRN-NB-NAUT (1) ' / ' JRN-NB-NAUT (2)
004662                     ' / ' JRN-NB-NAUT (3)
004663                     DELIMITED BY SIZE
004664              INTO WS-LEDIT
004665              MOVE WS-LEDIT TO RES-RECORD
004666              WRITE RES-RECORD
004667          END-IF
004668      END-IF.
004669*
004670  0120-EDITE-PASSAGE-FIN.
004680      EXIT.
004690*
004740*---------------------------------------------------------------*
004750  0200-LIT-REJOUT-DEB.
004760*
004765      MOVE SPACES TO WS-SERVICE-CRT.
004770      OPEN INPUT REJ-FILE.
004780      IF NOT WS-REJ-FILE-OK
004790          GO TO 0200-LIT-REJOUT-FIN
004930          AT END
004940              MOVE 'O' TO WS-REJ-FIN-SW
004950          NOT AT END
004952              IF REJ-DONNEES (1:1) = 'H'
004954                  MOVE REJ-DONNEES (10:10) TO WS-SERVICE-CRT
004956              END-IF
004960              IF REJ-DONNEES (1:1) = 'H'
004961                 OR REJ-DONNEES (1:1) = 'T'
004970                  CONTINUE
005030      END-READ.
005040*
005050  0210-LECTURE-REJOUT-FIN.
005051      EXIT.
005052*
005053*---------------------------------------------------------------*
005054*   REJETS DES DEUXIEME ET TROISIEME GROUPES DU TRANSIN          *
005055*   MULTI-LOTS : MEMES COMPTAGES QUE REJOUT, FICHIER ABSENT      *
005056*   TOLERE DE LA MEME FACON                                      *
005057*---------------------------------------------------------------*
005058  0230-LIT-REJOUT2-DEB.
005059*
005060      MOVE SPACES TO WS-SERVICE-CRT.
005061      OPEN INPUT REJ2-FILE.
005062      IF NOT WS-REJ2-FILE-OK
005063          GO TO 0230-LIT-REJOUT2-FIN
005064      END-IF.
005065*
005066      PERFORM 0232-LECTURE-REJOUT2-DEB
005067         THRU 0232-LECTURE-REJOUT2-FIN
005068        UNTIL WS-REJ2-TERMINE.
005069      CLOSE REJ2-FILE.
005070*
005071  0230-LIT-REJOUT2-FIN.
005072      EXIT.
005073*
005074  0232-LECTURE-REJOUT2-DEB.
005075*
005076      READ REJ2-FILE
005077          AT END
005078              MOVE 'O' TO WS-REJ2-FIN-SW
005079          NOT AT END
005080              IF REJ2-DONNEES (1:1) = 'H'
005081                  MOVE REJ2-DONNEES (10:10) TO WS-SERVICE-CRT
005082              END-IF
005083              IF REJ2-DONNEES (1:1) = 'H'
005084                 OR REJ2-DONNEES (1:1) = 'T'
005085                  CONTINUE
005086              ELSE
005087                  ADD 1 TO WS-CPT-REJ-TOTAL
005088                  MOVE REJ2-MOTIF TO WS-MOTIF-CRT
005089                  PERFORM 0220-RANGE-MOTIF-DEB
005090                     THRU 0220-RANGE-MOTIF-FIN
005091              END-IF
005092      END-READ.
005093*
005094  0232-LECTURE-REJOUT2-FIN.
005095      EXIT.
005096*
005097  0236-LIT-REJOUT3-DEB.
005098*
005099      MOVE SPACES TO WS-SERVICE-CRT.
005104      OPEN INPUT REJ3-FILE.
005105      IF NOT WS-REJ3-FILE-OK
005106          GO TO 0236-LIT-REJOUT3-FIN
005121              MOVE 'O' TO WS-REJ3-FIN-SW
005122          NOT AT END
005123              IF REJ3-DONNEES (1:1) = 'H'
005124                  MOVE REJ3-DONNEES (10:10) TO WS-SERVICE-CRT
005125              END-IF
005126              IF REJ3-DONNEES (1:1) = 'H'
005127                 OR REJ3-DONNEES (1:1) = 'T'
005128                  CONTINUE
005129              ELSE
005130                  ADD 1 TO WS-CPT-REJ-TOTAL
005131                  MOVE REJ3-MOTIF TO WS-MOTIF-CRT
005132                  PERFORM 0220-RANGE-MOTIF-DEB
005133                     THRU 0220-RANGE-MOTIF-FIN
005134              END-IF
005135      END-READ.
005136*
005137  0238-LECTURE-REJOUT3-FIN.
005138      EXIT.
005139*
005140*---------------------------------------------------------------*
005141*   VENTILATION D'UN REJET SUR SON CODE MOTIF ; UN MOTIF HORS    *
005142*   TABLE EST CUMULE SUR LE RANG DU MOTIF 99. UN REFUS           *
005143*   D'HABILITATION (MOTIF 10) EST AUSSI CUMULE SUR LE SERVICE DE *
005144*   L'ENTETE DU FICHIER DES REJETS EN COURS                      *
005145*---------------------------------------------------------------*
005146  0220-RANGE-MOTIF-DEB.
005147*
005148      MOVE 0 TO WS-MOTIF-RANG.
005150      PERFORM 0225-COMPARE-MOTIF-DEB
005160         THRU 0225-COMPARE-MOTIF-FIN
005170      VARYING WS-IMOTIF FROM 1 BY 1
005180        UNTIL WS-IMOTIF > WS-NB-MOTIFS
005190           OR WS-MOTIF-RANG > 0.
005200      IF WS-MOTIF-RANG = 0
005210          MOVE 9 TO WS-MOTIF-RANG
005220      END-IF.
005230      ADD 1 TO WS-REJ-CPT (WS-MOTIF-RANG).
005232      IF WS-MOTIF-CRT = '10'
005234          PERFORM 0226-CUMULE-NAUT-DEB
005236             THRU 0226-CUMULE-NAUT-FIN
005238      END-IF.
005240*
005250  0220-RANGE-MOTIF-FIN.
005260      EXIT.
005290*
005300      IF WS-MOTIF-CODE (WS-IMOTIF) = WS-MOTIF-CRT
005310          MOVE WS-IMOTIF TO WS-MOTIF-RANG
005311      END-IF.
005312*
005313  0225-COMPARE-MOTIF-FIN.
005314      EXIT.
005315*
005316  0226-CUMULE-NAUT-DEB.
005317*
005318      MOVE 0 TO WS-NAUT-RANG.
005319      PERFORM 0227-COMPARE-SERVICE-DEB
005320         THRU 0227-COMPARE-SERVICE-FIN
005321      VARYING WS-INAUT FROM 1 BY 1
005322        UNTIL WS-INAUT > WS-NB-NAUT-SRVS
005323           OR WS-NAUT-RANG > 0.
005324      IF WS-NAUT-RANG = 0
005325          IF WS-NB-NAUT-SRVS < 3
005326              ADD 1 TO WS-NB-NAUT-SRVS
005327              MOVE WS-NB-NAUT-SRVS TO WS-NAUT-RANG
005328              MOVE WS-SERVICE-CRT
005329                TO WS-NAUT-SERVICE (WS-NAUT-RANG)
005330          ELSE
005331              GO TO 0226-CUMULE-NAUT-FIN
005332          END-IF
005333      END-IF.
005334      ADD 1 TO WS-NAUT-CPT (WS-NAUT-RANG).
005335*
005336  0226-CUMULE-NAUT-FIN.
005337      EXIT.
005338*
005339  0227-COMPARE-SERVICE-DEB.
005340*
005341      IF WS-NAUT-SERVICE (WS-INAUT) = WS-SERVICE-CRT
005342          MOVE WS-INAUT TO WS-NAUT-RANG
005343      END-IF.
005344*
005345  0227-COMPARE-SERVICE-FIN.
005350      EXIT.
005360*
005370*---------------------------------------------------------------*
006090                  PERFORM 0420-RETIENT-MESURE-DEB
006100                     THRU 0420-RETIENT-MESURE-FIN
006110                  VARYING WS-IMOTIF FROM 1 BY 1
006120                    UNTIL WS-IMOTIF > WS-NB-MOTIFS
006130                  MOVE SHR-AJOUTS TO WS-PRV-AJOUTS
006140                  MOVE SHR-MODIFS TO WS-PRV-MODIFS
006150                  MOVE SHR-SUPPRS TO WS-PRV-SUPPRS
006210*
006220  0420-RETIENT-MESURE-DEB.
006230*
006231      IF WS-IMOTIF NOT > 9
006232          MOVE SHR-REJ-CPT (WS-IMOTIF) TO WS-REJ-PRV (WS-IMOTIF)
006233          GO TO 0420-RETIENT-MESURE-FIN
006234      END-IF.
006235* RANGS AU-DELA DU NEUVIEME : ZONE A BLANC DANS LES MESURES
006236* ECRITES AVANT LEUR CREATION, LUE COMME ZERO
006237      COMPUTE WS-ISUP = WS-IMOTIF - 9.
006238      IF SHR-REJ-CPT-SUP (WS-ISUP) IS NUMERIC
006239          MOVE SHR-REJ-CPT-SUP (WS-ISUP) TO WS-REJ-PRV (WS-IMOTIF)
006240      ELSE
006241          MOVE 0 TO WS-REJ-PRV (WS-IMOTIF)
006242      END-IF.
006250*
006260  0420-RETIENT-MESURE-FIN.
006270      EXIT.
007000      PERFORM 1010-EDITE-MOTIF-DEB
007010         THRU 1010-EDITE-MOTIF-FIN
007020      VARYING WS-IMOTIF FROM 1 BY 1
007030        UNTIL WS-IMOTIF > WS-NB-MOTIFS.
007040*
007050  1000-EDITE-REJETS-FIN.
007060      EXIT.
007130      INTO WS-LIB-LIGNE.
007140      MOVE WS-REJ-CPT (WS-IMOTIF) TO WS-VAL-JOUR.
007150      MOVE WS-REJ-PRV (WS-IMOTIF) TO WS-VAL-PRV.
007151      PERFORM 2000-RAPPROCHE-CHIFFRE-DEB
007152         THRU 2000-RAPPROCHE-CHIFFRE-FIN.
007153*
007154  1010-EDITE-MOTIF-FIN.
007155      EXIT.
007156*
007157*---------------------------------------------------------------*
007158*   SECTION 2 BIS : REFUS D'HABILITATION (MOTIF 10) PAR SERVICE  *
007159*   EMETTEUR, SANS RAPPROCHEMENT (SUMHIST NE LES CONSERVE PAS    *
007160*   PAR SERVICE ; LEUR TOTAL EST RAPPROCHE SOUS LE MOTIF 10)     *
007161*---------------------------------------------------------------*
007162  1050-EDITE-NAUT-DEB.
007163*
007164      MOVE SPACE TO RES-RECORD.
007165      WRITE RES-RECORD.
007166      MOVE 'REFUS D HABILITATION PAR SERVICE (MOTIF 10)'
007167                                              TO RES-RECORD.
007168      WRITE RES-RECORD.
007169*
007170      IF WS-NB-NAUT-SRVS = 0
007171          MOVE 'AUCUN REFUS D HABILITATION' TO RES-RECORD
007172          WRITE RES-RECORD
007173          GO TO 1050-EDITE-NAUT-FIN
007174      END-IF.
007175*
007176      PERFORM 1055-EDITE-NAUT-SRV-DEB
007177         THRU 1055-EDITE-NAUT-SRV-FIN
007178      VARYING WS-INAUT FROM 1 BY 1
007179        UNTIL WS-INAUT > WS-NB-NAUT-SRVS.
007180*
007181  1050-EDITE-NAUT-FIN.
007182      EXIT.
007183*
007184  1055-EDITE-NAUT-SRV-DEB.
007185*
007186      MOVE SPACE TO WS-LEDIT.
007187      STRING 'SERVICE ' WS-NAUT-SERVICE (WS-INAUT)
007188             ' REFUSEES ' WS-NAUT-CPT (WS-INAUT)
007189             DELIMITED BY SIZE
007190      INTO WS-LEDIT.
007191      MOVE WS-LEDIT TO RES-RECORD.
007192      WRITE RES-RECORD.
007193*
007194  1055-EDITE-NAUT-SRV-FIN.
007200      EXIT.
007210*
007220*---------------------------------------------------------------*
007750      PERFORM 3010-RANGE-MESURE-DEB
007760         THRU 3010-RANGE-MESURE-FIN
007770      VARYING WS-IMOTIF FROM 1 BY 1
007780        UNTIL WS-IMOTIF > WS-NB-MOTIFS.
007790      MOVE WS-CPT-AJOUTS TO SHR-AJOUTS.
007800      MOVE WS-CPT-MODIFS TO SHR-MODIFS.
007810      MOVE WS-CPT-SUPPRS TO SHR-SUPPRS.
007870*
007880  3010-RANGE-MESURE-DEB.
007890*
007891      IF WS-IMOTIF NOT > 9
007892          MOVE WS-REJ-CPT (WS-IMOTIF) TO SHR-REJ-CPT (WS-IMOTIF)
007893          GO TO 3010-RANGE-MESURE-FIN
007894      END-IF.
007895      COMPUTE WS-ISUP = WS-IMOTIF - 9.
007896      IF WS-REJ-CPT (WS-IMOTIF) > 9999
007897          MOVE 9999 TO SHR-REJ-CPT-SUP (WS-ISUP)
007898      ELSE
007899          MOVE WS-REJ-CPT (WS-IMOTIF) TO SHR-REJ-CPT-SUP (WS-ISUP)
007900      END-IF.
007910*
007920  3010-RANGE-MESURE-FIN.
007930      EXIT.
