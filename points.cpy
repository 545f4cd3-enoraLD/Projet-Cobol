        *>Cette méthode regroupe le suivi des points de fidélité :
        *>relevé des mouvements d'un client, passif des points pour
        *>la comptabilité et expiration mensuelle
        GERER_POINTS_FIDELITE.
                MOVE 0 TO choixMenuPts
                PERFORM WITH TEST AFTER UNTIL choixMenuPts = 0
                        DISPLAY "   -- POINTS DE FIDELITE --"
                        DISPLAY "      -Releve de points client (1)"
                        DISPLAY "      -Passif des points (2)"
                        DISPLAY "      -Expirer les points (3)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuPts
                        EVALUATE choixMenuPts
                            WHEN 1
                                PERFORM RELEVE_POINTS_CLIENT
                            WHEN 2
                                PERFORM RAPPORT_PASSIF_POINTS
                            WHEN 3
                                PERFORM EXPIRER_POINTS
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode écrit un mouvement de points pour le client
        *>ptsClient : type ptsType, points ptsMouvement (négatifs
        *>au débit), pièce d'origine ptsPiece et solde après
        *>mouvement ptsSolde ; un débit consomme d'abord les restes
        *>les plus anciens, sauf l'expiration qui a déjà soldé ses
        *>restes ; le mouvement est daté du jour, ou de ptsDateLot
        *>quand l'appelant reporte un reste d'une autre date
        ENREGISTRER_MVT_POINTS.
                IF ptsMouvement < 0 AND ptsType NOT = "X" THEN
                    COMPUTE ptsAConsommer = 0 - ptsMouvement
                    PERFORM CONSOMMER_LOTS_POINTS
                END-IF
                MOVE "MVTPTS" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO mp_id
                MOVE ptsClient TO mp_client
                IF ptsDateLot > 0 THEN
                    MOVE ptsDateLot TO mp_date
                ELSE
                    ACCEPT mp_date FROM DATE YYYYMMDD
                END-IF
                MOVE 0 TO ptsDateLot
                MOVE ptsType TO mp_type
                MOVE ptsMouvement TO mp_points
                MOVE ptsSolde TO mp_solde
                IF ptsMouvement > 0 THEN
                    MOVE ptsMouvement TO mp_restant
                ELSE
                    MOVE 0 TO mp_restant
                END-IF
                MOVE ptsPiece TO mp_piece
                MOVE operateurConnecte TO mp_operateur
                MOVE siteLocal TO mp_site
                OPEN I-O fmvtsPoints
                WRITE tamp_fmvtPoints
                END-WRITE
                MOVE cr_fmvtsPoints TO statutFichierOp
                MOVE "ECRITURE MVT POINTS" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fmvtsPoints.

        *>Consomme ptsAConsommer points sur les restes des
        *>mouvements créditeurs du client, du plus ancien au plus
        *>récent ; des points d'avant le grand livre, sans reste
        *>pour les porter, ne consomment rien
        CONSOMMER_LOTS_POINTS.
                OPEN I-O fmvtsPoints
                MOVE ptsClient TO mp_client
                MOVE 1 TO ptsFin
                START fmvtsPoints KEY IS = mp_client
                    INVALID KEY MOVE 0 TO ptsFin
                END-START
                PERFORM UNTIL ptsFin = 0 OR ptsAConsommer = 0
                    READ fmvtsPoints NEXT
                    AT END MOVE 0 TO ptsFin
                    NOT AT END
                        IF mp_client NOT = ptsClient THEN
                            MOVE 0 TO ptsFin
                        ELSE
                            IF mp_restant > 0 THEN
                                IF mp_restant > ptsAConsommer THEN
                                    MOVE ptsAConsommer TO ptsPris
                                ELSE
                                    MOVE mp_restant TO ptsPris
                                END-IF
                                SUBTRACT ptsPris FROM mp_restant
                                SUBTRACT ptsPris FROM ptsAConsommer
                                REWRITE tamp_fmvtPoints
                                 INVALID KEY
                                   DISPLAY "Erreur de maj du ",
                                       "mouvement de points"
                                END-REWRITE
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fmvtsPoints.

        *>Cumule dans ptsSommeLots les restes non consommés des
        *>mouvements du client ptsClient
        SOMMER_LOTS_POINTS.
                MOVE 0 TO ptsSommeLots
                OPEN INPUT fmvtsPoints
                MOVE ptsClient TO mp_client
                MOVE 1 TO ptsFin
                START fmvtsPoints KEY IS = mp_client
                    INVALID KEY MOVE 0 TO ptsFin
                END-START
                PERFORM UNTIL ptsFin = 0
                    READ fmvtsPoints NEXT
                    AT END MOVE 0 TO ptsFin
                    NOT AT END
                        IF mp_client NOT = ptsClient THEN
                            MOVE 0 TO ptsFin
                        ELSE
                            ADD mp_restant TO ptsSommeLots
                        END-IF
                END-PERFORM
                CLOSE fmvtsPoints.

        *>Décale la date ptsDateCalc de ptsDecalage mois (négatif
        *>vers le passé) ; un jour qui n'existe pas dans le mois
        *>d'arrivée est ramené au dernier jour du mois
        DECALER_MOIS_POINTS.
                COMPUTE ptsMoisTotal = ptsCalcAnnee * 12
                    + ptsCalcMois - 1 + ptsDecalage
                COMPUTE ptsCalcAnnee = ptsMoisTotal / 12
                COMPUTE ptsCalcMois =
                    ptsMoisTotal - ptsCalcAnnee * 12 + 1
                COMPUTE agFinMois = ptsCalcAnnee * 100 + ptsCalcMois
                PERFORM CALCULER_FIN_DE_MOIS
                IF ptsCalcJour > agDernierJour THEN
                    MOVE agDernierJour TO ptsCalcJour
                END-IF.

        *>Cette méthode affiche (et écrit si demandé) le relevé de
        *>points d'un client : tous ses mouvements datés avec le
        *>solde après chacun, puis les points encore en cours avec
        *>leur date d'expiration ; c'est la réponse à un client qui
        *>conteste son solde
        RELEVE_POINTS_CLIENT.
                PERFORM WITH TEST AFTER UNTIL VerifClient = 1
                    DISPLAY "Entrez l'id du client :"
                    ACCEPT idVerifClient
                    PERFORM VERIF_ID_CLIENT
                    IF VerifClient = 0 THEN
                        DISPLAY "Ce client n'existe pas"
                    END-IF
                END-PERFORM
                DISPLAY "Ecrire le releve dans un fichier (1) ",
                    "ou l'afficher seulement (2) ?"
                ACCEPT ptsExport
                IF ptsExport = 1 THEN
                    MOVE "relevePoints.txt" TO nomRapport
                    OPEN OUTPUT frapport
                END-IF
                MOVE idVerifClient TO ptsClient
                MOVE SPACES TO tamp_frapport
                STRING "RELEVE DE POINTS - CLIENT " DELIMITED BY SIZE
                    ptsClient DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fc_prenom DELIMITED BY "  "
                    " " DELIMITED BY SIZE
                    fc_nom DELIMITED BY "  "
                    INTO tamp_frapport
                END-STRING
                PERFORM SORTIR_LIGNE_POINTS
                MOVE "DATE     MOUVEMENT     POINTS  SOLDE PIECE"
                    TO tamp_frapport
                PERFORM SORTIR_LIGNE_POINTS

                OPEN INPUT fmvtsPoints
                MOVE ptsClient TO mp_client
                MOVE 1 TO ptsFin
                START fmvtsPoints KEY IS = mp_client
                    INVALID KEY
                        MOVE 0 TO ptsFin
                        MOVE "Aucun mouvement de points"
                            TO tamp_frapport
                        PERFORM SORTIR_LIGNE_POINTS
                END-START
                PERFORM UNTIL ptsFin = 0
                    READ fmvtsPoints NEXT
                    AT END MOVE 0 TO ptsFin
                    NOT AT END
                        IF mp_client NOT = ptsClient THEN
                            MOVE 0 TO ptsFin
                        ELSE
                            PERFORM EDITER_MVT_POINTS
                        END-IF
                END-PERFORM

                MOVE "Points en cours et date d'expiration :"
                    TO tamp_frapport
                PERFORM SORTIR_LIGNE_POINTS
                MOVE ptsClient TO mp_client
                MOVE 1 TO ptsFin
                START fmvtsPoints KEY IS = mp_client
                    INVALID KEY MOVE 0 TO ptsFin
                END-START
                PERFORM UNTIL ptsFin = 0
                    READ fmvtsPoints NEXT
                    AT END MOVE 0 TO ptsFin
                    NOT AT END
                        IF mp_client NOT = ptsClient THEN
                            MOVE 0 TO ptsFin
                        ELSE
                            IF mp_restant > 0 THEN
                                PERFORM EDITER_LOT_POINTS
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fmvtsPoints

                IF ptsExport = 1 THEN
                    CLOSE frapport
                    DISPLAY "Releve ecrit dans ", nomRapport
                END-IF.

        *>Ligne du relevé pour le mouvement courant
        EDITER_MVT_POINTS.
                EVALUATE mp_type
                    WHEN "G"
                        MOVE "GAIN TICKET" TO ptsLibelle
                    WHEN "U"
                        MOVE "UTILISATION" TO ptsLibelle
                    WHEN "R"
                        MOVE "REPRISE RET." TO ptsLibelle
                    WHEN "F"
                        MOVE "FUSION" TO ptsLibelle
                    WHEN "A"
                        MOVE "AJUSTEMENT" TO ptsLibelle
                    WHEN "I"
                        MOVE "OUVERTURE" TO ptsLibelle
                    WHEN "X"
                        MOVE "EXPIRATION" TO ptsLibelle
                    WHEN OTHER
                        MOVE mp_type TO ptsLibelle
                END-EVALUATE
                MOVE mp_points TO ptsEdite
                MOVE SPACES TO tamp_frapport
                STRING mp_date DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ptsLibelle DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    ptsEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    mp_solde DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    mp_piece DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM SORTIR_LIGNE_POINTS.

        *>Ligne du relevé pour un reste de points en cours : il
        *>expire ptsDureeMois mois après son acquisition
        EDITER_LOT_POINTS.
                MOVE mp_date TO ptsDateCalc
                MOVE ptsDureeMois TO ptsDecalage
                PERFORM DECALER_MOIS_POINTS
                MOVE SPACES TO tamp_frapport
                STRING "  " DELIMITED BY SIZE
                    mp_restant DELIMITED BY SIZE
                    " point(s) acquis le " DELIMITED BY SIZE
                    mp_date DELIMITED BY SIZE
                    ", expirent apres le " DELIMITED BY SIZE
                    ptsDateCalc DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM SORTIR_LIGNE_POINTS.

        *>Affiche la ligne préparée dans tamp_frapport et l'écrit
        *>aussi quand le relevé part dans un fichier
        SORTIR_LIGNE_POINTS.
                DISPLAY tamp_frapport(1:79)
                IF ptsExport = 1 THEN
                    WRITE tamp_frapport
                END-IF.

        *>Cette méthode édite passifPoints.txt pour le comptable :
        *>le solde de points de chaque client avec sa contre-valeur
        *>(100 points pour 1 EUR), et le total du passif
        RAPPORT_PASSIF_POINTS.
                MOVE 0 TO ptsNbClients
                MOVE 0 TO ptsTotalPassif
                MOVE "passifPoints.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "PASSIF DES POINTS DE FIDELITE" TO rapportTitre
                MOVE SPACES TO rapportColonnes
                STRING "CLIENT          NOM" DELIMITED BY SIZE
                    "                            POINTS     VALEUR"
                    DELIMITED BY SIZE
                    INTO rapportColonnes
                END-STRING
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                OPEN INPUT fclients
                MOVE 1 TO ptsFin
                PERFORM WITH TEST AFTER UNTIL ptsFin = 0
                    READ fclients NEXT
                    AT END MOVE 0 TO ptsFin
                    NOT AT END
                        MOVE cr_fclients TO statutFichierOp
                        MOVE "LECTURE CLIENT" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        IF fc_ptsFidelite > 0 THEN
                            ADD 1 TO ptsNbClients
                            ADD fc_ptsFidelite TO ptsTotalPassif
                            COMPUTE ptsValeur = fc_ptsFidelite / 100
                            MOVE ptsValeur TO ptsValeurEditee
                            MOVE SPACES TO tamp_frapport
                            STRING fc_id DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                fc_nom DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                fc_ptsFidelite DELIMITED BY SIZE
                                " " DELIMITED BY SIZE
                                ptsValeurEditee DELIMITED BY SIZE
                                INTO tamp_frapport
                            END-STRING
                            PERFORM ECRIRE_LIGNE_EDITION
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fclients
                COMPUTE ptsValeur = ptsTotalPassif / 100
                MOVE ptsValeur TO ptsValeurEditee
                MOVE SPACES TO tamp_frapport
                STRING ptsNbClients DELIMITED BY SIZE
                    " client(s), " DELIMITED BY SIZE
                    ptsTotalPassif DELIMITED BY SIZE
                    " points, passif " DELIMITED BY SIZE
                    ptsValeurEditee DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Passif des points : ", ptsValeurEditee,
                    " EUR, etat ecrit dans ", nomRapport.

        *>Cette méthode lance l'expiration des points (passage
        *>mensuel) et en affiche le bilan
        EXPIRER_POINTS.
                PERFORM EXPIRER_POINTS_TRAITEMENT
                DISPLAY ptsTotalExpires, " point(s) expire(s) pour ",
                    ptsNbExpires, " client(s) (acquis avant le ",
                    ptsDateLimite, ")".

        *>Coeur de l'expiration, sans aucune saisie, pour le mode
        *>batch : les restes acquis plus de ptsDureeMois mois avant
        *>le jour du passage sont expirés, du plus ancien au plus
        *>récent ; le même passage ouvre le grand livre des clients
        *>dont le solde précède les mouvements
        EXPIRER_POINTS_TRAITEMENT.
                MOVE 0 TO ptsNbExpires
                MOVE 0 TO ptsTotalExpires
                ACCEPT ptsDateJour FROM DATE YYYYMMDD
                MOVE ptsDateJour TO ptsDateCalc
                COMPUTE ptsDecalage = 0 - ptsDureeMois
                PERFORM DECALER_MOIS_POINTS
                MOVE ptsDateCalc TO ptsDateLimite
                OPEN I-O fclients
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fclients NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE cr_fclients TO statutFichierOp
                        MOVE "LECTURE CLIENT" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        PERFORM EXPIRER_POINTS_CLIENT
                    END-READ
                END-PERFORM
                CLOSE fclients.

        *>Rapproche les restes du client courant de son solde, puis
        *>expire ceux qui ont dépassé la date limite
        EXPIRER_POINTS_CLIENT.
                MOVE fc_id TO ptsClient
                MOVE fc_id TO ptsPiece
                MOVE fc_ptsFidelite TO ptsSolde
                PERFORM SOMMER_LOTS_POINTS
                *>Solde antérieur au grand livre : il est ouvert
                *>comme un reste du jour ; à l'inverse un solde
                *>retombé sous ses restes (plafond atteint) est
                *>ajusté sur les plus anciens
                IF fc_ptsFidelite > ptsSommeLots THEN
                    MOVE "I" TO ptsType
                    COMPUTE ptsMouvement =
                        fc_ptsFidelite - ptsSommeLots
                    PERFORM ENREGISTRER_MVT_POINTS
                END-IF
                IF fc_ptsFidelite < ptsSommeLots THEN
                    MOVE "A" TO ptsType
                    COMPUTE ptsMouvement =
                        fc_ptsFidelite - ptsSommeLots
                    PERFORM ENREGISTRER_MVT_POINTS
                END-IF

                MOVE 0 TO ptsExpires
                OPEN I-O fmvtsPoints
                MOVE ptsClient TO mp_client
                MOVE 1 TO ptsFin
                START fmvtsPoints KEY IS = mp_client
                    INVALID KEY MOVE 0 TO ptsFin
                END-START
                PERFORM UNTIL ptsFin = 0
                    READ fmvtsPoints NEXT
                    AT END MOVE 0 TO ptsFin
                    NOT AT END
                        IF mp_client NOT = ptsClient THEN
                            MOVE 0 TO ptsFin
                        ELSE
                            IF mp_restant > 0 AND
                               mp_date < ptsDateLimite THEN
                                ADD mp_restant TO ptsExpires
                                MOVE 0 TO mp_restant
                                REWRITE tamp_fmvtPoints
                                 INVALID KEY
                                   DISPLAY "Erreur de maj du ",
                                       "mouvement de points"
                                END-REWRITE
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fmvtsPoints

                IF ptsExpires > 0 THEN
                    MOVE tamp_fclient TO journalAvant
                    IF ptsExpires > fc_ptsFidelite THEN
                        MOVE 0 TO fc_ptsFidelite
                    ELSE
                        SUBTRACT ptsExpires FROM fc_ptsFidelite
                    END-IF
                    REWRITE tamp_fclient
                     INVALID KEY
                       DISPLAY "Erreur de maj des points"
                    END-REWRITE
                    MOVE cr_fclients TO statutFichierOp
                    MOVE "EXPIRATION POINTS" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    MOVE "CLIENTS" TO journalFichier
                    MOVE "MAJ" TO journalOperation
                    MOVE fc_id TO journalCle
                    MOVE tamp_fclient TO journalApres
                    PERFORM JOURNALISER
                    MOVE "X" TO ptsType
                    COMPUTE ptsMouvement = 0 - ptsExpires
                    MOVE fc_ptsFidelite TO ptsSolde
                    PERFORM ENREGISTRER_MVT_POINTS
                    ADD 1 TO ptsNbExpires
                    ADD ptsExpires TO ptsTotalExpires
                END-IF.

        *>Fusion de clients : les restes du doublon passent au
        *>survivant avec leur date d'acquisition (ils expireront
        *>comme ils l'auraient fait), puis le doublon est soldé ;
        *>idDoublon, idSurvivant, pointsDoublon et le solde du
        *>survivant après fusion (ptsSolde) sont renseignés
        TRANSFERER_POINTS_FUSION.
                MOVE 0 TO ptsSommeLots
                MOVE 0 TO ptsFin
                PERFORM TRANSFERER_UN_RESTE_POINTS UNTIL ptsFin = 1
                *>Points du doublon d'avant le grand livre
                IF pointsDoublon > ptsSommeLots THEN
                    MOVE idSurvivant TO ptsClient
                    MOVE "F" TO ptsType
                    COMPUTE ptsMouvement = pointsDoublon - ptsSommeLots
                    MOVE idDoublon TO ptsPiece
                    PERFORM ENREGISTRER_MVT_POINTS
                END-IF
                MOVE idDoublon TO ptsClient
                MOVE "F" TO ptsType
                COMPUTE ptsMouvement = 0 - pointsDoublon
                MOVE idSurvivant TO ptsPiece
                MOVE ptsSolde TO ptsAvant
                MOVE 0 TO ptsSolde
                PERFORM ENREGISTRER_MVT_POINTS
                MOVE ptsAvant TO ptsSolde.

        *>Reporte sur le survivant le plus ancien reste du doublon
        *>(le fichier est relu depuis le début à chaque reste, les
        *>écritures du survivant ne devant pas perturber la
        *>lecture) ; ptsFin passe à 1 quand il n'en reste plus
        TRANSFERER_UN_RESTE_POINTS.
                MOVE 0 TO ptsPris
                OPEN I-O fmvtsPoints
                MOVE idDoublon TO mp_client
                MOVE 1 TO Wfin
                START fmvtsPoints KEY IS = mp_client
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM UNTIL Wfin = 0
                    READ fmvtsPoints NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF mp_client NOT = idDoublon THEN
                            MOVE 0 TO Wfin
                        ELSE
                            IF mp_restant > 0 THEN
                                MOVE mp_restant TO ptsPris
                                MOVE mp_date TO ptsDateLot
                                MOVE 0 TO mp_restant
                                REWRITE tamp_fmvtPoints
                                 INVALID KEY
                                   DISPLAY "Erreur de maj du ",
                                       "mouvement de points"
                                END-REWRITE
                                MOVE 0 TO Wfin
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fmvtsPoints
                IF ptsPris = 0 THEN
                    MOVE 1 TO ptsFin
                ELSE
                    ADD ptsPris TO ptsSommeLots
                    MOVE idSurvivant TO ptsClient
                    MOVE "F" TO ptsType
                    MOVE ptsPris TO ptsMouvement
                    MOVE idDoublon TO ptsPiece
                    PERFORM ENREGISTRER_MVT_POINTS
                END-IF.
