                        PERFORM WITH TEST AFTER
                                UNTIL ardModePaie = 1
                                   OR ardModePaie = 2
                                   OR ardModePaie = 3
                                   OR ardModePaie = 4
                            DISPLAY "Mode : especes (1), carte ",
                                "(2), virement (3) ou cheque (4) ?"
                            ACCEPT ardModePaie
                        END-PERFORM
                        SUBTRACT ardPaiement FROM ar_solde
                            MOVE ardPaiement TO mouvementCaisse
                            PERFORM ENREGISTRER_MOUVEMENT_CAISSE
                        END-IF
                        *>Un virement est attendu sur le relevé
                        IF ardModePaie = 3 THEN
                            MOVE "A" TO obType
                            MOVE "V" TO obMode
                            MOVE ardPaiement TO obMontant
                            MOVE ar_client TO obTiers
                            MOVE 0 TO obPiece
                            MOVE SPACES TO obReference
                            MOVE SPACES TO obLibelle
                            STRING "ARDOISE CLIENT " DELIMITED BY SIZE
                                ar_client DELIMITED BY SIZE
                                INTO obLibelle
                            END-STRING
                            PERFORM ENREGISTRER_OPERATION_BANQUE
                        END-IF
                        MOVE ar_solde TO montantEdite
                        DISPLAY "Paiement enregistre, nouvel ",
                            "encours : ", montantEdite, " EUR"
