                        MOVE titreOuEan TO rs_titreComics
                        MOVE qteAReserver TO rs_quantite
                        MOVE 0 TO rs_statut
                        MOVE 0 TO rs_dateNotif
                        MOVE 0 TO rs_dateRappel
                        MOVE SPACES TO rs_origine
                        MOVE SPACES TO rs_refWeb
                        MOVE siteLocal TO rs_site
                        MOVE operateurConnecte TO rs_operateur
                        OPEN I-O freservations
                        WRITE tamp_freservation
                        END-WRITE
                            DISPLAY "  ", rs_titreComics, " x",
                                rs_quantite, " jusqu'au ",
                                rs_dateExpiration
                            IF rs_origine = "W" THEN
                                DISPLAY "  Commande web ", rs_refWeb,
                                    " a retirer sur le site ", rs_site
                            END-IF
                            DISPLAY "---------------------------------"
                        END-IF
                END-PERFORM
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                    NOT INVALID KEY
                        MOVE 1 TO dgAccord
                        *>La mise de côté d'un autre opérateur ne se
                        *>libère, au-delà du seuil, qu'avec l'accord
                        *>du gérant
                        IF rs_statut = 0 AND
                           rs_operateur NOT = operateurConnecte THEN
                            MOVE "MISECOTE" TO dgOperation
                            MOVE rs_quantite TO dgValeur
                            MOVE SPACES TO dgObjet
                            STRING "Mise de cote " DELIMITED BY SIZE
                                rs_id DELIMITED BY SIZE
                                INTO dgObjet
                            END-STRING
                            PERFORM CONTROLER_DEROGATION
                        END-IF
                        IF rs_statut NOT = 0 THEN
                            DISPLAY "Cette mise de cote n'est ",
                                "plus active"
                        END-IF
                        IF rs_statut = 0 AND dgAccord = 0 THEN
                            DISPLAY "Mise de cote non liberee"
                        END-IF
                        IF rs_statut = 0 AND dgAccord = 1 THEN
                            PERFORM RENDRE_QUANTITE_RESERVEE
                            MOVE 2 TO rs_statut
                            REWRITE tamp_freservation
        RENDRE_QUANTITE_RESERVEE.
                OPEN I-O finventaire
                MOVE rs_titreComics TO fi_titre
                *>Une commande web est mise de côté sur le site de
                *>retrait choisi par le client
                IF rs_site > 0 THEN
                    MOVE rs_site TO fi_site
                ELSE
                    MOVE siteLocal TO fi_site
                END-IF
                READ finventaire KEY IS fi_cleInv
                    INVALID KEY
                        DISPLAY "Reference disparue, quantite ",
                DISPLAY "Mise de cote en attente : ",
                    rs_titreComics, " x", rs_quantite,
                    " (jusqu'au ", rs_dateExpiration, ")"
                IF rs_site > 0 AND rs_site NOT = siteLocal THEN
                    DISPLAY "Mise de cote a retirer sur le site ",
                        rs_site
                ELSE
                    IF nbLignesTicket = 20 THEN
                        DISPLAY "Ticket plein, mise de cote laissee ",
                            "en attente"
                    ELSE
                        DISPLAY "La convertir en ligne du ticket ",
                            "(1=oui, 2=non) ?"
                        ACCEPT choixConvResa
                        IF choixConvResa = 1 THEN
                            PERFORM CONVERTIR_RESERVATION_TICKET
                        END-IF
                    END-IF
                END-IF.

                    *>Le prix facturé est le prix en vigueur à la
                    *>date de vente (tarifs programmés compris)
                    MOVE fi_prix TO prixNormalLigne
                    MOVE fi_occasion TO occasionLigne
                    MOVE fi_prixPublic TO prixPublicLigne
                    PERFORM APPLIQUER_TARIF_JOUR
                    IF tarifTrouve = 1 THEN
                        MOVE prixTarif TO prixNormalLigne
                        MOVE prixTarif TO prixPublicLigne
                    END-IF
                    PERFORM CHERCHER_PROMO_LIGNE
                    PERFORM PLAFONNER_REMISE_LANG
                    IF promoTrouvee = 1 THEN
                        MOVE remiseLigne TO remiseEditee
                        DISPLAY "Promotion appliquee : remise ",
                        TO tl_prixUnitaire(nbLignesTicket)
                    COMPUTE tl_montant(nbLignesTicket) =
                        prixNetLigne * fv_quantite
                    MOVE prixPublicLigne
                        TO tl_prixPublic(nbLignesTicket)
                    MOVE prixPlancherLigne
                        TO tl_prixPlancher(nbLignesTicket)
                    MOVE remiseDemandeeLigne
                        TO tl_remiseDemandee(nbLignesTicket)
                    *>Le retrait d'une commande web est compté à part
                    *>dans les statistiques de vente
                    IF rs_origine = "W" THEN
                        MOVE 1 TO tl_web(nbLignesTicket)
                    ELSE
                        MOVE 0 TO tl_web(nbLignesTicket)
                    END-IF
                    MOVE SPACES TO tl_coffret(nbLignesTicket)
                    MOVE 0 TO tl_coffretTete(nbLignesTicket)
                    MOVE 0 TO tl_gerant(nbLignesTicket)
                    ADD tl_montant(nbLignesTicket) TO ticketTotal
                    MOVE 1 TO rs_statut
                    REWRITE tamp_freservation
