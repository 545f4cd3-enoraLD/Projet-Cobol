        *>Cette méthode propose la gestion des factures fournisseurs :
        *>saisie d'une facture rapprochée de sa commande, paiements
        *>reçus contre chaque facture et échéancier pour ne plus
        *>payer en retard, virements SEPA des factures échues
        GERER_FACTURES_FOURN.
                MOVE 0 TO choixMenuFact
                PERFORM WITH TEST AFTER UNTIL choixMenuFact = 0
                        DISPLAY "      -Echeancier / balance ",
                            "agee (3)"
                        DISPLAY "      -Consulter les factures (4)"
                        DISPLAY "      -Virements SEPA des factures ",
                            "echues (5)"
                        DISPLAY "      -IBAN / BIC d'un ",
                            "fournisseur (6)"
                        DISPLAY "      -Pointer un releve de ",
                            "compte fournisseur (7)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuFact
                        EVALUATE choixMenuFact
                                PERFORM RAPPORT_ECHEANCIER
                            WHEN 4
                                PERFORM CONSULTER_FACTURES_FOURN
                            WHEN 5
                                PERFORM PROPOSER_VIREMENTS_SEPA
                            WHEN 6
                                PERFORM SAISIR_COORD_BANCAIRES_FOURN
                            WHEN 7
                                PERFORM POINTER_RELEVE_FOURNISSEUR
                        END-EVALUATE
                END-PERFORM.

                    END-PERFORM
                    PERFORM CONVERTIR_DATE_TRI
                    MOVE dateTri TO ff_dateFacture
                    DISPLAY "Numero de la facture chez le ",
                        "fournisseur ?"
                    ACCEPT factRefFourn
                    MOVE 0 TO dateValide
                    PERFORM WITH TEST AFTER UNTIL dateValide = 1
                        DISPLAY "Date d'echeance (jj/mm/aaaa)"
                    MOVE factMontantTotal TO ff_montantTotal
                    MOVE 0 TO ff_montantPaye
                    MOVE 0 TO ff_statut
                    MOVE factRefFourn TO ff_refFournisseur
                    WRITE tamp_ffactureF
                    END-WRITE
                    MOVE cr_ffacturesF TO statutFichierOp
                MOVE 0 TO ff_montantTotal
                MOVE 0 TO ff_montantPaye
                MOVE 0 TO ff_statut
                MOVE factRefFourn TO ff_refFournisseur
                WRITE tamp_ffactureF
                END-WRITE
                MOVE cr_ffacturesF TO statutFichierOp
                        MOVE cr_ffacturesF TO statutFichierOp
                        MOVE "MAJ FACTURE" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        *>Le paiement part en banque : il sera
                        *>attendu sur le relevé
                        MOVE "F" TO obType
                        COMPUTE obMontant = 0 - paiementFacture
                        MOVE ff_fournisseur TO obTiers
                        MOVE ff_numero TO obPiece
                        MOVE SPACES TO obLibelle
                        STRING "FACTURE " DELIMITED BY SIZE
                            ff_numero DELIMITED BY SIZE
                            INTO obLibelle
                        END-STRING
                        PERFORM SAISIR_MODE_PAIEMENT_FOURN
                        PERFORM ENREGISTRER_OPERATION_BANQUE
                        IF ff_statut = 2 THEN
                            DISPLAY "Facture soldee"
                        ELSE
