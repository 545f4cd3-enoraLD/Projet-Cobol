                    MOVE 0 TO montantRetourF

                    OPEN I-O fretoursF
                    *>Les exemplaires défectueux échangés au comptoir
                    *>partent avec le retour de leur fournisseur
                    PERFORM JOINDRE_DEFECTUEUX_RETOUR
                    MOVE 1 TO choixAutreLigne
                    IF nbLignesRetourF > 0 THEN
                        DISPLAY "Ajouter une ligne du rayon ou de ",
                            "la reserve (1=oui, 2=non) ?"
                        ACCEPT choixAutreLigne
                    END-IF
                    PERFORM UNTIL choixAutreLigne NOT = 1
                        PERFORM SAISIR_LIGNE_RETOUR_FOURN
                        DISPLAY "Ajouter une autre ligne ",
                            "(1=oui, 2=non) ?"
                        MOVE 0 TO rf_dateAvoir
                        MOVE 0 TO rf_factureImputee
                        MOVE 0 TO rf_statut
                        MOVE SPACES TO rf_refAvoir
                        MOVE SPACE TO rf_origine
                        WRITE tamp_fretourF
                        END-WRITE
                        MOVE cr_fretoursF TO statutFichierOp
                        COMPUTE mv_ecart = 0 - qteRetourF
                        MOVE 4 TO mv_motif
                        MOVE operateurConnecte TO mv_operateur
                        MOVE fi_site TO mv_site
                        OPEN I-O fmouvements
                        WRITE tamp_fmouvement
                        END-WRITE
                        MOVE 0 TO rf_dateAvoir
                        MOVE 0 TO rf_factureImputee
                        MOVE 0 TO rf_statut
                        MOVE SPACES TO rf_refAvoir
                        MOVE SPACE TO rf_origine
                        WRITE tamp_fretourF
                        END-WRITE
                        MOVE cr_fretoursF TO statutFichierOp
                                "fournisseur sur laquelle l'avoir ",
                                "est impute (0 si aucune) ?"
                            ACCEPT numeroFacture
                            DISPLAY "Numero de l'avoir chez le ",
                                "fournisseur ?"
                            ACCEPT rf_refAvoir
                            MOVE avoirFournRecu TO rf_avoirRecu
                            MOVE dateTri TO rf_dateAvoir
                            MOVE numeroFacture TO rf_factureImputee
