        *>Cette méthode propose au gérant de rééquilibrer le stock
        *>entre les boutiques avant de recommander chez le
        *>fournisseur : les propositions sont calculées et éditées,
        *>puis acceptées une à une, chaque ligne acceptée partant
        *>en transfert
        EQUILIBRER_SITES.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "L'equilibrage des stocks est reserve au ",
                        "gerant"
                ELSE
                    DISPLAY "Mois d'historique des ventes (0 = 2) ?"
                    ACCEPT eqNbMois
                    IF eqNbMois = 0 THEN
                        MOVE 2 TO eqNbMois
                    END-IF
                    DISPLAY "Couverture visee en semaines (0 = 4) ?"
                    ACCEPT eqCouverture
                    IF eqCouverture = 0 THEN
                        MOVE 4 TO eqCouverture
                    END-IF
                    PERFORM EQUILIBRAGE_TRAITEMENT
                    IF eqNbProps = 0 THEN
                        DISPLAY "Aucun transfert a proposer"
                    ELSE
                        PERFORM VALIDER_PROPOSITIONS_EQUILIBRAGE
                    END-IF
                END-IF.

        *>Présente les propositions une à une : accepter (1) expédie
        *>le transfert, refuser (2) passe à la suivante, 0 arrête
        VALIDER_PROPOSITIONS_EQUILIBRAGE.
                MOVE 0 TO eqNbAcceptes
                MOVE 1 TO eqChoix
                PERFORM VARYING idxEp FROM 1 BY 1
                        UNTIL idxEp > eqNbProps OR eqChoix = 0
                    DISPLAY "----------------------------------"
                    DISPLAY ep_titre(idxEp), " x", ep_qte(idxEp)
                    DISPLAY "  site ", ep_origine(idxEp),
                        " (stock ", ep_stockOrigine(idxEp),
                        ") -> site ", ep_dest(idxEp),
                        " (stock ", ep_stockDest(idxEp), ")"
                    MOVE 9 TO eqChoix
                    PERFORM WITH TEST AFTER
                            UNTIL eqChoix = 0 OR eqChoix = 1
                               OR eqChoix = 2
                        DISPLAY "Accepter (1), refuser (2) ou ",
                            "arreter (0) ?"
                        ACCEPT eqChoix
                    END-PERFORM
                    IF eqChoix = 1 THEN
                        MOVE ep_titre(idxEp) TO titreOuEan
                        MOVE ep_qte(idxEp) TO qteTransfertSite
                        MOVE ep_origine(idxEp) TO siteOrigineTransfert
                        MOVE ep_dest(idxEp) TO siteDestination
                        MOVE 1 TO transfertPropose
                        PERFORM EXPEDIER_TRANSFERT_SITE
                        MOVE 0 TO transfertPropose
                        IF transfertOk = 1 THEN
                            ADD 1 TO eqNbAcceptes
                        END-IF
                    END-IF
                END-PERFORM
                DISPLAY eqNbAcceptes, " transfert(s) expedie(s)".

        *>Coeur de l'équilibrage, sans aucune saisie : la fenêtre
        *>de ventes (eqNbMois) et la couverture visée
        *>(eqCouverture) sont déjà positionnées, ce qui permet au
        *>mode batch de l'enchaîner sans clavier. Pour chaque
        *>titre tenu par plusieurs boutiques, le site en manque
        *>(stock sous son minimum) est servi par le site qui a le
        *>plus d'exemplaires au-delà de sa cible
        EQUILIBRAGE_TRAITEMENT.
                ACCEPT eqDateFin FROM DATE YYYYMMDD
                COMPUTE eqAnneeW = eqDateFin / 10000
                COMPUTE eqMoisW = (eqDateFin / 100) - eqAnneeW * 100
                COMPUTE eqJourW = eqDateFin - eqAnneeW * 10000
                    - eqMoisW * 100
                COMPUTE eqMoisTotalW =
                    eqAnneeW * 12 + eqMoisW - eqNbMois
                COMPUTE eqAnneeW = (eqMoisTotalW - 1) / 12
                COMPUTE eqMoisW = eqMoisTotalW - eqAnneeW * 12
                COMPUTE eqDateDebut =
                    eqAnneeW * 10000 + eqMoisW * 100 + eqJourW
                COMPUTE eqSemaines ROUNDED = eqNbMois * 52 / 12

                PERFORM CHARGER_TRANSFERTS_ATTENDUS
                PERFORM CHARGER_VENTES_EQUILIBRAGE
                PERFORM CHARGER_SITES_SALONS_EQ

                MOVE "equilibrage.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "EQUILIBRAGE ENTRE BOUTIQUES" TO rapportTitre
                MOVE "TITRE / ORIGINE (STOCK) / DEST. (STOCK) / QTE"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Ventes du " DELIMITED BY SIZE
                    eqDateDebut DELIMITED BY SIZE
                    " au " DELIMITED BY SIZE
                    eqDateFin DELIMITED BY SIZE
                    ", couverture " DELIMITED BY SIZE
                    eqCouverture DELIMITED BY SIZE
                    " semaines" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION

                MOVE 0 TO eqNbProps
                MOVE 0 TO eqNbSites
                MOVE SPACES TO eqTitreCourant
                OPEN INPUT finventaire
                MOVE SPACES TO fi_titre
                START finventaire KEY IS NOT LESS THAN fi_titre
                    INVALID KEY MOVE 0 TO eqFin
                    NOT INVALID KEY
                        MOVE 1 TO eqFin
                        PERFORM WITH TEST AFTER UNTIL eqFin = 0
                            READ finventaire NEXT
                            AT END MOVE 0 TO eqFin
                            NOT AT END
                                IF fi_titre NOT = eqTitreCourant THEN
                                    PERFORM EQUILIBRER_TITRE
                                    MOVE fi_titre TO eqTitreCourant
                                    MOVE 0 TO eqNbSites
                                END-IF
                                MOVE fi_site TO eqSiteCherche
                                PERFORM CHERCHER_SITE_SALON_EQ
                                IF eqSalonTrouve = 0 THEN
                                    PERFORM AJOUTER_SITE_EQUILIBRAGE
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                PERFORM EQUILIBRER_TITRE
                CLOSE finventaire

                MOVE SPACES TO tamp_frapport
                STRING eqNbProps DELIMITED BY SIZE
                    " transfert(s) propose(s)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY eqNbProps, " transfert(s) propose(s), ",
                    "edition dans ", nomRapport.

        *>Mémorise la position de la fiche courante pour le titre
        *>en cours : disponible en rayon (hors mises de côté), stock
        *>total attendu (réserve et transferts en route compris),
        *>cible, besoin et surplus
        AJOUTER_SITE_EQUILIBRAGE.
                IF eqNbSites < 20 THEN
                    ADD 1 TO eqNbSites
                    MOVE fi_site TO es_site(eqNbSites)
                    COMPUTE eqEcart = fi_quantite - fi_qteMiseCote
                    IF eqEcart < 0 THEN
                        MOVE 0 TO eqEcart
                    END-IF
                    MOVE eqEcart TO es_dispo(eqNbSites)
                    PERFORM CHERCHER_TRANSFERT_ATTENDU
                    COMPUTE es_stock(eqNbSites) =
                        es_dispo(eqNbSites) + fi_qteReserve +
                        qteEnTransit

                    *>La cible de la fiche (calculée par le recalcul
                    *>des seuils) prime ; à défaut, la vitesse de
                    *>vente du site sur la fenêtre donne la cible
                    PERFORM CHERCHER_VENTES_EQUILIBRAGE
                    IF fi_stockCible > 0 THEN
                        MOVE fi_stockCible TO es_cible(eqNbSites)
                    ELSE
                        COMPUTE eqVitesse ROUNDED =
                            eqQteVendue / eqSemaines
                        COMPUTE es_cible(eqNbSites) ROUNDED =
                            eqVitesse * eqCouverture
                        IF es_cible(eqNbSites) = 0 AND
                           eqQteVendue > 0 THEN
                            MOVE 1 TO es_cible(eqNbSites)
                        END-IF
                    END-IF
                    IF fi_stockMini > 0 THEN
                        MOVE fi_stockMini TO eqMini
                    ELSE
                        MOVE es_cible(eqNbSites) TO eqMini
                    END-IF

                    MOVE 0 TO es_besoin(eqNbSites)
                    MOVE 0 TO es_surplus(eqNbSites)
                    IF es_stock(eqNbSites) NOT > eqMini AND
                       es_cible(eqNbSites) > es_stock(eqNbSites) THEN
                        COMPUTE es_besoin(eqNbSites) =
                            es_cible(eqNbSites) - es_stock(eqNbSites)
                    ELSE
                        *>Seul le rayon part en transfert : le
                        *>surplus est borné au disponible en rayon
                        IF es_stock(eqNbSites) > es_cible(eqNbSites)
                        THEN
                            COMPUTE es_surplus(eqNbSites) =
                                es_stock(eqNbSites) -
                                es_cible(eqNbSites)
                            IF es_surplus(eqNbSites) >
                               es_dispo(eqNbSites) THEN
                                MOVE es_dispo(eqNbSites)
                                    TO es_surplus(eqNbSites)
                            END-IF
                        END-IF
                    END-IF
                END-IF.

        *>Sert les sites en manque du titre eqTitreCourant depuis
        *>les sites en surplus, le plus gros surplus d'abord
        EQUILIBRER_TITRE.
                IF eqNbSites > 1 THEN
                    PERFORM VARYING idxEs FROM 1 BY 1
                            UNTIL idxEs > eqNbSites
                        MOVE 1 TO eqMeilleur
                        PERFORM UNTIL es_besoin(idxEs) = 0
                                   OR eqMeilleur = 0
                            MOVE 0 TO eqMeilleur
                            PERFORM VARYING idxEs2 FROM 1 BY 1
                                    UNTIL idxEs2 > eqNbSites
                                IF es_surplus(idxEs2) > 0 THEN
                                    IF eqMeilleur = 0 THEN
                                        MOVE idxEs2 TO eqMeilleur
                                    ELSE
                                        IF es_surplus(idxEs2) >
                                           es_surplus(eqMeilleur) THEN
                                            MOVE idxEs2 TO eqMeilleur
                                        END-IF
                                    END-IF
                                END-IF
                            END-PERFORM
                            IF eqMeilleur > 0 THEN
                                PERFORM AJOUTER_PROPOSITION_EQUILIBRAGE
                            END-IF
                        END-PERFORM
                    END-PERFORM
                END-IF.

        *>Ajoute la proposition "du site eqMeilleur vers le site
        *>idxEs" pour le titre courant et l'édite
        AJOUTER_PROPOSITION_EQUILIBRAGE.
                IF es_besoin(idxEs) < es_surplus(eqMeilleur) THEN
                    MOVE es_besoin(idxEs) TO eqQte
                ELSE
                    MOVE es_surplus(eqMeilleur) TO eqQte
                END-IF
                IF eqNbProps < 300 THEN
                    ADD 1 TO eqNbProps
                    MOVE eqTitreCourant TO ep_titre(eqNbProps)
                    MOVE es_site(eqMeilleur) TO ep_origine(eqNbProps)
                    MOVE es_site(idxEs) TO ep_dest(eqNbProps)
                    MOVE eqQte TO ep_qte(eqNbProps)
                    MOVE es_stock(eqMeilleur)
                        TO ep_stockOrigine(eqNbProps)
                    MOVE es_stock(idxEs) TO ep_stockDest(eqNbProps)
                    MOVE SPACES TO tamp_frapport
                    STRING eqTitreCourant DELIMITED BY "  "
                        " / site " DELIMITED BY SIZE
                        es_site(eqMeilleur) DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        es_stock(eqMeilleur) DELIMITED BY SIZE
                        ", cible " DELIMITED BY SIZE
                        es_cible(eqMeilleur) DELIMITED BY SIZE
                        ") / site " DELIMITED BY SIZE
                        es_site(idxEs) DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        es_stock(idxEs) DELIMITED BY SIZE
                        ", cible " DELIMITED BY SIZE
                        es_cible(idxEs) DELIMITED BY SIZE
                        ") / " DELIMITED BY SIZE
                        eqQte DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF
                *>Au-delà de la table, le besoin est soldé quand même
                *>pour ne pas boucler sur le titre
                SUBTRACT eqQte FROM es_besoin(idxEs)
                SUBTRACT eqQte FROM es_surplus(eqMeilleur).

        *>Charge les transferts encore en transit, cumulés par titre
        *>et par site destinataire : ce stock est déjà en route et
        *>ne doit plus être ni proposé ni recommandé
        CHARGER_TRANSFERTS_ATTENDUS.
                MOVE 0 TO eqNbTransit
                OPEN INPUT ftransferts
                MOVE 1 TO eqFin
                PERFORM WITH TEST AFTER UNTIL eqFin = 0
                    READ ftransferts NEXT
                    AT END MOVE 0 TO eqFin
                    NOT AT END
                        IF tf_statut = 0 THEN
                            MOVE 0 TO ttTrouve
                            PERFORM VARYING idxTt FROM 1 BY 1
                                    UNTIL idxTt > eqNbTransit
                                       OR ttTrouve > 0
                                IF tt_titre(idxTt) = tf_titreComics AND
                                   tt_site(idxTt) = tf_siteDest THEN
                                    MOVE idxTt TO ttTrouve
                                END-IF
                            END-PERFORM
                            IF ttTrouve = 0 AND eqNbTransit < 500 THEN
                                ADD 1 TO eqNbTransit
                                MOVE eqNbTransit TO ttTrouve
                                MOVE tf_titreComics
                                    TO tt_titre(ttTrouve)
                                MOVE tf_siteDest TO tt_site(ttTrouve)
                                MOVE 0 TO tt_qte(ttTrouve)
                            END-IF
                            IF ttTrouve > 0 THEN
                                ADD tf_quantite TO tt_qte(ttTrouve)
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE ftransferts.

        *>Quantité en transit vers la fiche courante (fi_titre,
        *>fi_site) dans qteEnTransit
        CHERCHER_TRANSFERT_ATTENDU.
                MOVE 0 TO qteEnTransit
                PERFORM VARYING idxTt FROM 1 BY 1
                        UNTIL idxTt > eqNbTransit
                    IF tt_titre(idxTt) = fi_titre AND
                       tt_site(idxTt) = fi_site THEN
                        ADD tt_qte(idxTt) TO qteEnTransit
                    END-IF
                END-PERFORM.

        *>Charge les codes de site des salons, ouverts ou clos :
        *>leurs fiches ne sont ni origine ni destination d'un
        *>transfert, le stock d'un salon étant alloué et rapporté
        *>par la gestion des salons
        CHARGER_SITES_SALONS_EQ.
                MOVE 0 TO eqNbSalons
                OPEN INPUT fsalons
                MOVE 1 TO eqFin
                PERFORM WITH TEST AFTER UNTIL eqFin = 0
                    READ fsalons NEXT
                    AT END MOVE 0 TO eqFin
                    NOT AT END
                        IF sl_ligne = 0 THEN
                            MOVE sl_site TO eqSiteCherche
                            PERFORM CHERCHER_SITE_SALON_EQ
                            IF eqSalonTrouve = 0 AND
                               eqNbSalons < 99 THEN
                                ADD 1 TO eqNbSalons
                                MOVE sl_site
                                    TO eqSiteSalon(eqNbSalons)
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fsalons.

        *>eqSalonTrouve à 1 si eqSiteCherche est le code d'un
        *>salon
        CHERCHER_SITE_SALON_EQ.
                MOVE 0 TO eqSalonTrouve
                PERFORM VARYING idxSalonEq FROM 1 BY 1
                        UNTIL idxSalonEq > eqNbSalons
                           OR eqSalonTrouve = 1
                    IF eqSiteSalon(idxSalonEq) = eqSiteCherche THEN
                        MOVE 1 TO eqSalonTrouve
                    END-IF
                END-PERFORM.

        *>Charge les ventes effectives de la fenêtre, cumulées par
        *>titre et par boutique, ventes archivées comprises
        CHARGER_VENTES_EQUILIBRAGE.
                MOVE 0 TO eqNbVentes
                OPEN INPUT fventes
                MOVE eqDateDebut TO fv_dateVente
                START fventes KEY IS NOT LESS THAN fv_dateVente
                    INVALID KEY MOVE 0 TO eqFin
                    NOT INVALID KEY
                        MOVE 1 TO eqFin
                        PERFORM WITH TEST AFTER UNTIL eqFin = 0
                            READ fventes NEXT
                            AT END MOVE 0 TO eqFin
                            NOT AT END
                                IF fv_dateVente > eqDateFin THEN
                                    MOVE 0 TO eqFin
                                ELSE
                                    IF fv_statut = 0 OR fv_statut = 2
                                    THEN
                                        MOVE fv_titreComics
                                            TO eqTitreVente
                                        MOVE fv_site TO eqSiteVente
                                        MOVE fv_quantite TO eqQteVente
                                        PERFORM
                                          CUMULER_VENTE_EQUILIBRAGE
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fventes

                OPEN INPUT fventesArchive
                MOVE eqDateDebut TO fva_dateVente
                START fventesArchive
                        KEY IS NOT LESS THAN fva_dateVente
                    INVALID KEY MOVE 0 TO eqFin
                    NOT INVALID KEY
                        MOVE 1 TO eqFin
                        PERFORM WITH TEST AFTER UNTIL eqFin = 0
                            READ fventesArchive NEXT
                            AT END MOVE 0 TO eqFin
                            NOT AT END
                                IF fva_dateVente > eqDateFin THEN
                                    MOVE 0 TO eqFin
                                ELSE
                                    IF fva_statut = 0 OR
                                       fva_statut = 2 THEN
                                        MOVE fva_titreComics
                                            TO eqTitreVente
                                        MOVE fva_site TO eqSiteVente
                                        MOVE fva_quantite
                                            TO eqQteVente
                                        PERFORM
                                          CUMULER_VENTE_EQUILIBRAGE
                                    END-IF
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fventesArchive.

        CUMULER_VENTE_EQUILIBRAGE.
                MOVE 0 TO vqTrouve
                PERFORM VARYING idxVq FROM 1 BY 1
                        UNTIL idxVq > eqNbVentes OR vqTrouve > 0
                    IF vq_titre(idxVq) = eqTitreVente AND
                       vq_site(idxVq) = eqSiteVente THEN
                        MOVE idxVq TO vqTrouve
                    END-IF
                END-PERFORM
                IF vqTrouve = 0 AND eqNbVentes < 2000 THEN
                    ADD 1 TO eqNbVentes
                    MOVE eqNbVentes TO vqTrouve
                    MOVE eqTitreVente TO vq_titre(vqTrouve)
                    MOVE eqSiteVente TO vq_site(vqTrouve)
                    MOVE 0 TO vq_qte(vqTrouve)
                END-IF
                IF vqTrouve > 0 THEN
                    ADD eqQteVente TO vq_qte(vqTrouve)
                END-IF.

        *>Ventes de la fenêtre pour la fiche courante (fi_titre,
        *>fi_site) dans eqQteVendue
        CHERCHER_VENTES_EQUILIBRAGE.
                MOVE 0 TO eqQteVendue
                PERFORM VARYING idxVq FROM 1 BY 1
                        UNTIL idxVq > eqNbVentes
                    IF vq_titre(idxVq) = fi_titre AND
                       vq_site(idxVq) = fi_site THEN
                        ADD vq_qte(idxVq) TO eqQteVendue
                    END-IF
                END-PERFORM.
