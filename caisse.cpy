                        MOVE 0 TO cs_nbCoupure(idxCoupure)
                    END-PERFORM
                    MOVE siteLocal TO cs_site
                    MOVE operateurConnecte TO cs_operateur
                    PERFORM PRENDRE_FOND_AU_COFFRE
                    OPEN I-O fcaisse
                    WRITE tamp_fcaisse
                    END-WRITE
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            DISPLAY "Session de caisse fermee"
                            *>Le tiroir compté part au coffre
                            PERFORM VERSER_TIROIR_CLOTURE
                    END-READ
                    CLOSE fcaisse
                END-IF.
                        DISPLAY "Motif de la sortie ?"
                        ACCEPT motifSortieCaisse
                    END-PERFORM
                    *>Au-delà du seuil fixé par le gérant, la sortie
                    *>attend son accord
                    MOVE "SORTIE" TO dgOperation
                    MOVE montantSortieCaisse TO dgValeur
                    MOVE motifSortieCaisse TO dgObjet
                    PERFORM CONTROLER_DEROGATION
                END-IF
                IF caisseOuverte = 1 AND dgAccord = 0 THEN
                    DISPLAY "Sortie de petite caisse non effectuee"
                END-IF
                IF caisseOuverte = 1 AND dgAccord = 1 THEN
                    COMPUTE mouvementCaisse =
                        0 - montantSortieCaisse
                    PERFORM ENREGISTRER_MOUVEMENT_CAISSE
                    MOVE montantSortieCaisse TO sc_montant
                    MOVE motifSortieCaisse TO sc_motif
                    MOVE operateurConnecte TO sc_operateur
                    MOVE dgGerant TO sc_gerant
                    OPEN I-O fsortiesCaisse
                    WRITE tamp_fsortieCaisse
                    END-WRITE
                END-IF.

        *>Cette méthode regroupe la consultation des mouvements de
        *>caisse : sorties de petite caisse, détail du comptage
        *>d'une session clôturée
        GERER_MOUVEMENTS_CAISSE.
                MOVE 0 TO choixMenuCaisse
                        DISPLAY "      -Remise de cheques (4)"
                        DISPLAY "      -Rapprocher la ",
                            "telecollecte (5)"
                        DISPLAY "      -Coffre et remises en ",
                            "banque (6)"
                        DISPLAY "      -Rapprochement bancaire (7)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuCaisse
                        EVALUATE choixMenuCaisse
                                PERFORM RAPPORT_REMISE_CHEQUES
                            WHEN 5
                                PERFORM IMPORTER_TELECOLLECTE
                            WHEN 6
                                PERFORM GERER_COFFRE
                            WHEN 7
                                PERFORM GERER_BANQUE
                        END-EVALUATE
                END-PERFORM.

                        DISPLAY "  ", prixEdite, " EUR - ",
                            sc_motif, " (operateur ",
                            sc_operateur, ")"
                        IF sc_gerant NOT = 0 THEN
                            DISPLAY "  accordee par le gerant ",
                                sc_gerant
                        END-IF
                        DISPLAY "----------------------------------"
                END-PERFORM
                CLOSE fsortiesCaisse.
