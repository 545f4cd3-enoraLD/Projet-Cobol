        *>Cette méthode édite le rendement du stock sur une période
        *>de mois entiers, regroupé par série, par auteur et par
        *>fournisseur : rotation annuelle (coût des ventes au PMP
        *>sur stock moyen), couverture en jours et GMROI (marge
        *>brute annuelle sur stock moyen au coût), avec le meilleur
        *>et le moins bon groupe de chaque regroupement. Le stock
        *>de début et de fin de période est reconstitué à partir du
        *>stock actuel, des achats et des ventes agrégées
        RAPPORT_ROTATION_STOCK.
                MOVE 0 TO rotMoisDebut
                PERFORM WITH TEST AFTER
                        UNTIL rotMoisDebut(5:2) > "00" AND
                              rotMoisDebut(5:2) < "13"
                    DISPLAY "Premier mois de la periode (aaaamm) ?"
                    ACCEPT rotMoisDebut
                END-PERFORM
                MOVE 0 TO rotMoisFin
                PERFORM WITH TEST AFTER
                        UNTIL rotMoisFin(5:2) > "00" AND
                              rotMoisFin(5:2) < "13" AND
                              rotMoisFin NOT < rotMoisDebut
                    DISPLAY "Dernier mois de la periode (aaaamm) ?"
                    ACCEPT rotMoisFin
                END-PERFORM

                *>Nombre de jours réels de la période
                MOVE 0 TO rotNbJours
                MOVE rotMoisDebut TO rotMoisCourant
                PERFORM UNTIL rotMoisCourant > rotMoisFin
                    MOVE rotMoisCourant TO agFinMois
                    PERFORM CALCULER_FIN_DE_MOIS
                    ADD agDernierJour TO rotNbJours
                    IF rotMoisCourant(5:2) = "12" THEN
                        ADD 89 TO rotMoisCourant
                    ELSE
                        ADD 1 TO rotMoisCourant
                    END-IF
                END-PERFORM

                PERFORM CHARGER_TITRES_ROTATION
                PERFORM CUMULER_ACHATS_ROTATION
                PERFORM CUMULER_VENTES_ROTATION

                MOVE "rotationStock.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "ROTATION ET GMROI DU STOCK" TO rapportTitre
                MOVE "GROUPE TITRES STOCK CA-HT MARGE ROT COUV GMROI"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Periode " DELIMITED BY SIZE
                    rotMoisDebut DELIMITED BY SIZE
                    " a " DELIMITED BY SIZE
                    rotMoisFin DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    rotNbJours DELIMITED BY SIZE
                    " jours, " DELIMITED BY SIZE
                    rotNbTitres DELIMITED BY SIZE
                    " titres" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                PERFORM VARYING rotDimension FROM 1 BY 1
                        UNTIL rotDimension > 3
                    PERFORM REGROUPER_ROTATION
                    PERFORM EDITER_GROUPES_ROTATION
                END-PERFORM
                MOVE SPACES TO tamp_frapport
                STRING "Stock moyen reconstitue hors retours, "
                    DELIMITED BY SIZE
                    "transferts et ajustements" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Rapport de rotation ecrit dans ", nomRapport.

        *>Charge les références de l'inventaire, tous sites
        *>confondus, avec leur stock actuel et leur PMP
        CHARGER_TITRES_ROTATION.
                MOVE 0 TO rotNbTitres
                MOVE 0 TO rotSature
                OPEN INPUT finventaire
                MOVE 1 TO rotFin
                PERFORM WITH TEST AFTER UNTIL rotFin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO rotFin
                    NOT AT END
                        MOVE 0 TO rotTrouve
                        PERFORM VARYING idxRot FROM 1 BY 1
                                UNTIL idxRot > rotNbTitres
                                   OR rotTrouve > 0
                            IF rt_titre(idxRot) = fi_titre THEN
                                MOVE idxRot TO rotTrouve
                            END-IF
                        END-PERFORM
                        IF rotTrouve = 0 THEN
                            IF rotNbTitres < 500 THEN
                                ADD 1 TO rotNbTitres
                                MOVE rotNbTitres TO rotTrouve
                                MOVE fi_titre TO rt_titre(rotTrouve)
                                MOVE fi_serie TO rt_serie(rotTrouve)
                                MOVE fi_auteur TO rt_auteur(rotTrouve)
                                MOVE "(sans achat)"
                                    TO rt_fournisseur(rotTrouve)
                                MOVE 0 TO rt_dateAchat(rotTrouve)
                                MOVE fi_pmp TO rt_pmp(rotTrouve)
                                MOVE 0 TO rt_stock(rotTrouve)
                                MOVE 0 TO rt_achatsPeriode(rotTrouve)
                                MOVE 0 TO rt_achatsApres(rotTrouve)
                                MOVE 0 TO rt_ventesPeriode(rotTrouve)
                                MOVE 0 TO rt_ventesApres(rotTrouve)
                                MOVE 0 TO rt_caHT(rotTrouve)
                            ELSE
                                MOVE 1 TO rotSature
                            END-IF
                        END-IF
                        IF rotTrouve > 0 THEN
                            ADD fi_quantite TO rt_stock(rotTrouve)
                            ADD fi_qteReserve TO rt_stock(rotTrouve)
                            IF rt_pmp(rotTrouve) = 0 THEN
                                MOVE fi_pmp TO rt_pmp(rotTrouve)
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE finventaire
                IF rotSature = 1 THEN
                    DISPLAY "ATTENTION : plus de 500 titres, rapport ",
                        "partiel"
                END-IF.

        *>Achats de la période et postérieurs, et fournisseur du
        *>dernier achat de chaque titre
        CUMULER_ACHATS_ROTATION.
                OPEN INPUT fachats
                MOVE 1 TO rotFin
                PERFORM WITH TEST AFTER UNTIL rotFin = 0
                    READ fachats NEXT
                    AT END MOVE 0 TO rotFin
                    NOT AT END
                        MOVE 0 TO rotTrouve
                        PERFORM VARYING idxRot FROM 1 BY 1
                                UNTIL idxRot > rotNbTitres
                                   OR rotTrouve > 0
                            IF rt_titre(idxRot) = fa_titreComics THEN
                                MOVE idxRot TO rotTrouve
                            END-IF
                        END-PERFORM
                        IF rotTrouve > 0 THEN
                            COMPUTE rotMoisCourant = fa_dateAchat / 100
                            IF rotMoisCourant > rotMoisFin THEN
                                ADD fa_quantite
                                    TO rt_achatsApres(rotTrouve)
                            ELSE
                                IF rotMoisCourant NOT < rotMoisDebut
                                THEN
                                    ADD fa_quantite
                                        TO rt_achatsPeriode(rotTrouve)
                                END-IF
                            END-IF
                            IF fa_dateAchat NOT <
                               rt_dateAchat(rotTrouve) THEN
                                MOVE fa_dateAchat
                                    TO rt_dateAchat(rotTrouve)
                                MOVE fa_nomFournisseur
                                    TO rt_fournisseur(rotTrouve)
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fachats.

        *>Ventes agrégées de la période et postérieures
        CUMULER_VENTES_ROTATION.
                OPEN INPUT fagregats
                MOVE 1 TO rotFin
                PERFORM WITH TEST AFTER UNTIL rotFin = 0
                    READ fagregats NEXT
                    AT END MOVE 0 TO rotFin
                    NOT AT END
                        IF ag_mois NOT < rotMoisDebut THEN
                            MOVE 0 TO rotTrouve
                            PERFORM VARYING idxRot FROM 1 BY 1
                                    UNTIL idxRot > rotNbTitres
                                       OR rotTrouve > 0
                                IF rt_titre(idxRot) = ag_titre THEN
                                    MOVE idxRot TO rotTrouve
                                END-IF
                            END-PERFORM
                            IF rotTrouve > 0 THEN
                                IF ag_mois > rotMoisFin THEN
                                    ADD ag_unites
                                        TO rt_ventesApres(rotTrouve)
                                ELSE
                                    ADD ag_unites
                                      TO rt_ventesPeriode(rotTrouve)
                                    ADD ag_HT TO rt_caHT(rotTrouve)
                                END-IF
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fagregats.

        *>Regroupe les titres selon rotDimension (1 = série, 2 =
        *>auteur, 3 = fournisseur) et calcule les indicateurs de
        *>chaque groupe
        REGROUPER_ROTATION.
                MOVE 0 TO rotNbGroupes
                PERFORM VARYING idxRot FROM 1 BY 1
                        UNTIL idxRot > rotNbTitres
                    EVALUATE rotDimension
                        WHEN 1
                            MOVE rt_serie(idxRot) TO rotCleGroupe
                            IF rotCleGroupe = SPACES THEN
                                MOVE "(albums isoles)" TO rotCleGroupe
                            END-IF
                        WHEN 2
                            MOVE rt_auteur(idxRot) TO rotCleGroupe
                        WHEN OTHER
                            MOVE rt_fournisseur(idxRot)
                                TO rotCleGroupe
                    END-EVALUATE
                    MOVE 0 TO gpTrouve
                    PERFORM VARYING idxGp FROM 1 BY 1
                            UNTIL idxGp > rotNbGroupes
                               OR gpTrouve > 0
                        IF gp_cle(idxGp) = rotCleGroupe THEN
                            MOVE idxGp TO gpTrouve
                        END-IF
                    END-PERFORM
                    IF gpTrouve = 0 THEN
                        ADD 1 TO rotNbGroupes
                        MOVE rotNbGroupes TO gpTrouve
                        MOVE rotCleGroupe TO gp_cle(gpTrouve)
                        MOVE 0 TO gp_nbTitres(gpTrouve)
                        MOVE 0 TO gp_stockValeur(gpTrouve)
                        MOVE 0 TO gp_coutVentes(gpTrouve)
                        MOVE 0 TO gp_caHT(gpTrouve)
                    END-IF
                    *>Stock de fin puis de début de période
                    COMPUTE rotStockFin = rt_stock(idxRot)
                        - rt_achatsApres(idxRot)
                        + rt_ventesApres(idxRot)
                    IF rotStockFin < 0 THEN
                        MOVE 0 TO rotStockFin
                    END-IF
                    COMPUTE rotStockDebut = rotStockFin
                        - rt_achatsPeriode(idxRot)
                        + rt_ventesPeriode(idxRot)
                    IF rotStockDebut < 0 THEN
                        MOVE 0 TO rotStockDebut
                    END-IF
                    COMPUTE rotStockMoyen =
                        (rotStockDebut + rotStockFin) / 2
                    ADD 1 TO gp_nbTitres(gpTrouve)
                    COMPUTE gp_stockValeur(gpTrouve) =
                        gp_stockValeur(gpTrouve)
                        + rotStockMoyen * rt_pmp(idxRot)
                    COMPUTE gp_coutVentes(gpTrouve) =
                        gp_coutVentes(gpTrouve)
                        + rt_ventesPeriode(idxRot) * rt_pmp(idxRot)
                    ADD rt_caHT(idxRot) TO gp_caHT(gpTrouve)
                END-PERFORM
                PERFORM VARYING idxGp FROM 1 BY 1
                        UNTIL idxGp > rotNbGroupes
                    PERFORM CALCULER_INDICATEURS_GROUPE
                END-PERFORM.

        *>Rotation, couverture et GMROI du groupe idxGp
        CALCULER_INDICATEURS_GROUPE.
                COMPUTE gp_marge(idxGp) =
                    gp_caHT(idxGp) - gp_coutVentes(idxGp)
                MOVE 0 TO gp_rotation(idxGp)
                MOVE 0 TO gp_gmroi(idxGp)
                MOVE 99999 TO gp_couverture(idxGp)
                IF gp_stockValeur(idxGp) > 0 THEN
                    COMPUTE gp_rotation(idxGp) ROUNDED =
                        gp_coutVentes(idxGp) * 365
                        / (gp_stockValeur(idxGp) * rotNbJours)
                        ON SIZE ERROR MOVE 999.99 TO gp_rotation(idxGp)
                    END-COMPUTE
                    COMPUTE gp_gmroi(idxGp) ROUNDED =
                        gp_marge(idxGp) * 365
                        / (gp_stockValeur(idxGp) * rotNbJours)
                        ON SIZE ERROR MOVE 999.99 TO gp_gmroi(idxGp)
                    END-COMPUTE
                END-IF
                IF gp_coutVentes(idxGp) > 0 THEN
                    COMPUTE gp_couverture(idxGp) ROUNDED =
                        gp_stockValeur(idxGp) * rotNbJours
                        / gp_coutVentes(idxGp)
                        ON SIZE ERROR MOVE 99999
                            TO gp_couverture(idxGp)
                    END-COMPUTE
                ELSE
                    IF gp_stockValeur(idxGp) = 0 THEN
                        MOVE 0 TO gp_couverture(idxGp)
                    END-IF
                END-IF.

        *>Edite les groupes du regroupement courant puis le meilleur
        *>et le moins bon GMROI parmi les groupes qui ont du stock
        EDITER_GROUPES_ROTATION.
                EVALUATE rotDimension
                    WHEN 1
                        MOVE "SERIE" TO rotLibelleDim
                    WHEN 2
                        MOVE "AUTEUR" TO rotLibelleDim
                    WHEN OTHER
                        MOVE "FOURNISSEUR" TO rotLibelleDim
                END-EVALUATE
                MOVE SPACES TO tamp_frapport
                STRING "--- Par " DELIMITED BY SIZE
                    rotLibelleDim DELIMITED BY SPACE
                    " ---" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE 0 TO rotMeilleur
                MOVE 0 TO rotMoinsBon
                PERFORM VARYING idxGp FROM 1 BY 1
                        UNTIL idxGp > rotNbGroupes
                    PERFORM EDITER_UN_GROUPE_ROTATION
                    IF gp_stockValeur(idxGp) > 0 THEN
                        IF rotMeilleur = 0 THEN
                            MOVE idxGp TO rotMeilleur
                            MOVE idxGp TO rotMoinsBon
                        ELSE
                            IF gp_gmroi(idxGp) >
                               gp_gmroi(rotMeilleur) THEN
                                MOVE idxGp TO rotMeilleur
                            END-IF
                            IF gp_gmroi(idxGp) <
                               gp_gmroi(rotMoinsBon) THEN
                                MOVE idxGp TO rotMoinsBon
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF rotMeilleur > 0 THEN
                    MOVE "Meilleur groupe :" TO tamp_frapport
                    PERFORM ECRIRE_LIGNE_EDITION
                    MOVE rotMeilleur TO idxGp
                    PERFORM EDITER_UN_GROUPE_ROTATION
                    MOVE "Moins bon groupe :" TO tamp_frapport
                    PERFORM ECRIRE_LIGNE_EDITION
                    MOVE rotMoinsBon TO idxGp
                    PERFORM EDITER_UN_GROUPE_ROTATION
                    MOVE gp_gmroi(rotMeilleur) TO rotGmroiEdite
                    DISPLAY "Par ", rotLibelleDim, " meilleur GMROI ",
                        rotGmroiEdite, " : ", gp_cle(rotMeilleur)
                    MOVE gp_gmroi(rotMoinsBon) TO rotGmroiEdite
                    DISPLAY "      moins bon GMROI ", rotGmroiEdite,
                        " : ", gp_cle(rotMoinsBon)
                END-IF.

        *>Ligne d'état du groupe idxGp
        EDITER_UN_GROUPE_ROTATION.
                MOVE gp_stockValeur(idxGp) TO montantEdite
                MOVE gp_marge(idxGp) TO rotValeurEdite
                MOVE gp_rotation(idxGp) TO rotRotationEdite
                MOVE gp_couverture(idxGp) TO rotCouvertureEdite
                MOVE gp_gmroi(idxGp) TO rotGmroiEdite
                MOVE gp_caHT(idxGp) TO montantEdite2
                MOVE SPACES TO tamp_frapport
                STRING gp_cle(idxGp) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    gp_nbTitres(idxGp) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    montantEdite2 DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    rotValeurEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    rotRotationEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    rotCouvertureEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    rotGmroiEdite DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
