                        DISPLAY "Ce client n'existe pas"
                    END-IF
                END-PERFORM
                PERFORM CHARGER_TYPE_CLIENT_LANG
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Date du devis (jj/mm/aaaa)"
                    MOVE titreOuEan TO nomComicVente
                    MOVE dv_dateDevis TO dateTri
                    MOVE fi_prix TO prixNormalLigne
                    MOVE fi_occasion TO occasionLigne
                    MOVE fi_prixPublic TO prixPublicLigne
                    PERFORM APPLIQUER_TARIF_JOUR
                    IF tarifTrouve = 1 THEN
                        MOVE prixTarif TO prixNormalLigne
                        MOVE prixTarif TO prixPublicLigne
                    END-IF
                    MOVE prixNormalLigne TO prixEdite
                    DISPLAY "Prix unitaire du jour : ", prixEdite,
                        DISPLAY "Remise ramenee au prix"
                        MOVE prixNormalLigne TO devisRemise
                    END-IF
                    *>La remise négociée reste soumise au plafond de
                    *>la loi Lang sur le neuf, même pour une
                    *>collectivité
                    MOVE devisRemise TO remiseLigne
                    COMPUTE prixNetLigne =
                        prixNormalLigne - remiseLigne
                    PERFORM PLAFONNER_REMISE_LANG
                    IF lignePlafonnee = 1 THEN
                        MOVE "D" TO langOrigine
                        MOVE numeroDevis TO langPiece
                        MOVE titreOuEan TO langTitre
                        MOVE devisQte TO langQuantite
                        MOVE prixPublicLigne TO langPrixPublic
                        MOVE remiseDemandeeLigne TO langRemiseDemandee
                        MOVE remiseLigne TO langRemiseAccordee
                        PERFORM ECRIRE_PLAFOND_LANG
                        MOVE remiseLigne TO devisRemise
                    END-IF
                    COMPUTE devisPrixNet =
                        prixNormalLigne - devisRemise

                        END-IF
                END-READ
                CLOSE fdevis
                IF devisTrouve = 1 THEN
                    PERFORM CHARGER_TYPE_CLIENT_LANG
                END-IF

                IF devisTrouve = 1 THEN
                    MOVE 0 TO dateValide
                        CLOSE fdevis
                        IF nbLignesTicket > 0 THEN
                            PERFORM ENCAISSER_TICKET
                            MOVE 0 TO factReponse
                            PERFORM WITH TEST AFTER
                                UNTIL factReponse = 1
                                   OR factReponse = 2
                              DISPLAY "Emettre la facture du devis ",
                                  "(1=oui, 2=non) ?"
                              ACCEPT factReponse
                            END-PERFORM
                            IF factReponse = 1 THEN
                                MOVE idTicket TO factPiece
                                MOVE "D" TO factOrigine
                                MOVE numeroDevis TO factDevis
                                PERFORM FACTURER_TICKET_TRAITEMENT
                            END-IF
                        ELSE
                            DISPLAY "Aucune ligne servable, devis ",
                                "laisse ouvert"
                CLOSE finventaire

                IF venteAutorisee = 1 THEN
                    *>Le prix promis est recontrôlé au plafond de la
                    *>loi Lang : le prix public a pu changer depuis
                    *>le devis
                    COMPUTE prixNormalLigne =
                        dv_prixUnitaire + dv_remise
                    MOVE dv_remise TO remiseLigne
                    MOVE dv_prixUnitaire TO prixNetLigne
                    MOVE fi_occasion TO occasionLigne
                    MOVE fi_prixPublic TO prixPublicLigne
                    PERFORM PLAFONNER_REMISE_LANG
                    ADD 1 TO nbLignesTicket
                    MOVE dv_titreComics TO tl_titre(nbLignesTicket)
                    MOVE dv_quantite TO tl_qte(nbLignesTicket)
                    MOVE fi_tauxTva TO tl_tauxTva(nbLignesTicket)
                    MOVE prixNormalLigne
                        TO tl_prixNormal(nbLignesTicket)
                    MOVE remiseLigne TO tl_remise(nbLignesTicket)
                    MOVE prixNetLigne
                        TO tl_prixUnitaire(nbLignesTicket)
                    COMPUTE tl_montant(nbLignesTicket) =
                        prixNetLigne * dv_quantite
                    MOVE prixPublicLigne
                        TO tl_prixPublic(nbLignesTicket)
                    MOVE prixPlancherLigne
                        TO tl_prixPlancher(nbLignesTicket)
                    MOVE remiseDemandeeLigne
                        TO tl_remiseDemandee(nbLignesTicket)
                    MOVE 0 TO tl_web(nbLignesTicket)
                    MOVE SPACES TO tl_coffret(nbLignesTicket)
                    MOVE 0 TO tl_coffretTete(nbLignesTicket)
                    MOVE 0 TO tl_gerant(nbLignesTicket)
                    ADD tl_montant(nbLignesTicket) TO ticketTotal
                    DISPLAY dv_titreComics, " x", dv_quantite,
                        " servi au prix du devis"
