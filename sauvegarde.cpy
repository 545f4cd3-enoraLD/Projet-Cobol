                PERFORM SAUVEGARDER_COMPTESCLI
                PERFORM SAUVEGARDER_MANQUEES
                PERFORM SAUVEGARDER_PERIODES
                PERFORM SAUVEGARDER_PLAFONDLANG
                PERFORM SAUVEGARDER_SCEAUX
                PERFORM SAUVEGARDER_GRANDS_TOTAUX
                PERFORM SAUVEGARDER_FACTURES_CLI
                PERFORM SAUVEGARDER_PRECOMMANDES
                PERFORM SAUVEGARDER_NOTIFICATIONS
                PERFORM SAUVEGARDER_ETIQUETTES
                PERFORM SAUVEGARDER_POINTAGES
                PERFORM SAUVEGARDER_RECHERCHES
                PERFORM SAUVEGARDER_MVTS_POINTS
                PERFORM SAUVEGARDER_COFFRE
                PERFORM SAUVEGARDER_OPERATIONS_BANQUE
                PERFORM SAUVEGARDER_RELEVE_BANQUE
                PERFORM SAUVEGARDER_BUDGETS
                PERFORM SAUVEGARDER_RAYONS
                PERFORM SAUVEGARDER_COFFRETS
                PERFORM SAUVEGARDER_SEUILS_DEROGATION
                PERFORM SAUVEGARDER_DEROGATIONS
                PERFORM SAUVEGARDER_DEFECTUEUX
                PERFORM SAUVEGARDER_SALONS
                PERFORM SAUVEGARDER_SOLDESBQ
                PERFORM SAUVEGARDER_IMPUTACPT
                CLOSE fsauvegarde

                PERFORM VERIFIER_SAUVEGARDE
                MOVE "COMPTESCLI" TO sv_nom(34)
                MOVE "MANQUEES" TO sv_nom(35)
                MOVE "PERIODES" TO sv_nom(36)
                MOVE "PLAFONDLANG" TO sv_nom(37)
                MOVE "SCEAUX" TO sv_nom(38)
                MOVE "GRANDSTOTAUX" TO sv_nom(39)
                MOVE "FACTURESCLI" TO sv_nom(40)
                MOVE "PRECOMMANDES" TO sv_nom(41)
                MOVE "NOTIFS" TO sv_nom(42)
                MOVE "ETIQUETTES" TO sv_nom(43)
                MOVE "POINTAGES" TO sv_nom(44)
                MOVE "RECHERCHES" TO sv_nom(45)
                MOVE "MVTSPOINTS" TO sv_nom(46)
                MOVE "COFFRE" TO sv_nom(47)
                MOVE "OPEBANQUE" TO sv_nom(48)
                MOVE "RELEVEBANQUE" TO sv_nom(49)
                MOVE "BUDGETS" TO sv_nom(50)
                MOVE "RAYONS" TO sv_nom(51)
                MOVE "COFFRETS" TO sv_nom(52)
                MOVE "SEUILSDEROG" TO sv_nom(53)
                MOVE "DEROGATIONS" TO sv_nom(54)
                MOVE "DEFECTUEUX" TO sv_nom(55)
                MOVE "SALONS" TO sv_nom(56)
                MOVE "SOLDESBQ" TO sv_nom(57)
                MOVE "IMPUTACPT" TO sv_nom(58)
                PERFORM VARYING idxSv FROM 1 BY 1 UNTIL idxSv > 58
                    MOVE 0 TO sv_ecrits(idxSv)
                    MOVE 0 TO sv_relus(idxSv)
                END-PERFORM.
                END-PERFORM
                CLOSE fperiodes.

        SAUVEGARDER_PLAFONDLANG.
                OPEN INPUT fplafondsLang
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fplafondsLang NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "PLAFONDLANG" TO sv_fichier
                        MOVE tamp_fplafondLang TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(37)
                END-PERFORM
                CLOSE fplafondsLang.

        SAUVEGARDER_SCEAUX.
                OPEN INPUT fsceaux
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fsceaux NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "SCEAUX" TO sv_fichier
                        MOVE tamp_fsceau TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(38)
                END-PERFORM
                CLOSE fsceaux.

        SAUVEGARDER_GRANDS_TOTAUX.
                OPEN INPUT fgrandsTotaux
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fgrandsTotaux NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "GRANDSTOTAUX" TO sv_fichier
                        MOVE tamp_fgrandTotal TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(39)
                END-PERFORM
                CLOSE fgrandsTotaux.

        SAUVEGARDER_FACTURES_CLI.
                OPEN INPUT ffacturesCli
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ ffacturesCli NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "FACTURESCLI" TO sv_fichier
                        MOVE tamp_ffactureCli TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(40)
                END-PERFORM
                CLOSE ffacturesCli.

        SAUVEGARDER_PRECOMMANDES.
                OPEN INPUT fprecommandes
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fprecommandes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "PRECOMMANDES" TO sv_fichier
                        MOVE tamp_fprecommande TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(41)
                END-PERFORM
                CLOSE fprecommandes.

        SAUVEGARDER_NOTIFICATIONS.
                OPEN INPUT fnotifications
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fnotifications NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "NOTIFS" TO sv_fichier
                        MOVE tamp_fnotification TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(42)
                END-PERFORM
                CLOSE fnotifications.

        SAUVEGARDER_ETIQUETTES.
                OPEN INPUT fetiquettes
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fetiquettes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "ETIQUETTES" TO sv_fichier
                        MOVE tamp_fetiquette TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(43)
                END-PERFORM
                CLOSE fetiquettes.

        SAUVEGARDER_POINTAGES.
                OPEN INPUT fpointages
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fpointages NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "POINTAGES" TO sv_fichier
                        MOVE tamp_fpointage TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(44)
                END-PERFORM
                CLOSE fpointages.

        SAUVEGARDER_RECHERCHES.
                OPEN INPUT frecherches
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ frecherches NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "RECHERCHES" TO sv_fichier
                        MOVE tamp_frecherche TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(45)
                END-PERFORM
                CLOSE frecherches.

        SAUVEGARDER_MVTS_POINTS.
                OPEN INPUT fmvtsPoints
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fmvtsPoints NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "MVTSPOINTS" TO sv_fichier
                        MOVE tamp_fmvtPoints TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(46)
                END-PERFORM
                CLOSE fmvtsPoints.

        SAUVEGARDER_COFFRE.
                OPEN INPUT fcoffre
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fcoffre NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "COFFRE" TO sv_fichier
                        MOVE tamp_fcoffre TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(47)
                END-PERFORM
                CLOSE fcoffre.

        SAUVEGARDER_OPERATIONS_BANQUE.
                OPEN INPUT foperationsBq
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ foperationsBq NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "OPEBANQUE" TO sv_fichier
                        MOVE tamp_foperationBq TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(48)
                END-PERFORM
                CLOSE foperationsBq.

        SAUVEGARDER_RELEVE_BANQUE.
                OPEN INPUT freleveBq
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ freleveBq NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "RELEVEBANQUE" TO sv_fichier
                        MOVE tamp_freleveBq TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(49)
                END-PERFORM
                CLOSE freleveBq.

        SAUVEGARDER_BUDGETS.
                OPEN INPUT fbudgets
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fbudgets NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "BUDGETS" TO sv_fichier
                        MOVE tamp_fbudget TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(50)
                END-PERFORM
                CLOSE fbudgets.

        SAUVEGARDER_RAYONS.
                OPEN INPUT frayons
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ frayons NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "RAYONS" TO sv_fichier
                        MOVE tamp_frayon TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(51)
                END-PERFORM
                CLOSE frayons.

        SAUVEGARDER_COFFRETS.
                OPEN INPUT fcoffrets
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fcoffrets NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "COFFRETS" TO sv_fichier
                        MOVE tamp_fcoffret TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(52)
                END-PERFORM
                CLOSE fcoffrets.

        SAUVEGARDER_SEUILS_DEROGATION.
                OPEN INPUT fseuilsDerog
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fseuilsDerog NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "SEUILSDEROG" TO sv_fichier
                        MOVE tamp_fseuilDerog TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(53)
                END-PERFORM
                CLOSE fseuilsDerog.

        SAUVEGARDER_DEROGATIONS.
                OPEN INPUT fderogations
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fderogations NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "DEROGATIONS" TO sv_fichier
                        MOVE tamp_fderogation TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(54)
                END-PERFORM
                CLOSE fderogations.

        SAUVEGARDER_DEFECTUEUX.
                OPEN INPUT fdefectueux
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fdefectueux NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "DEFECTUEUX" TO sv_fichier
                        MOVE tamp_fdefectueux TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(55)
                END-PERFORM
                CLOSE fdefectueux.

        SAUVEGARDER_SALONS.
                OPEN INPUT fsalons
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fsalons NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "SALONS" TO sv_fichier
                        MOVE tamp_fsalon TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(56)
                END-PERFORM
                CLOSE fsalons.

        SAUVEGARDER_SOLDESBQ.
                OPEN INPUT fsoldesBq
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fsoldesBq NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "SOLDESBQ" TO sv_fichier
                        MOVE tamp_fsoldeBq TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(57)
                END-PERFORM
                CLOSE fsoldesBq.

        SAUVEGARDER_IMPUTACPT.
                OPEN INPUT fimputAcomptes
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fimputAcomptes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE "IMPUTACPT" TO sv_fichier
                        MOVE tamp_fimputAcompte TO sv_donnees
                        WRITE tamp_fsauvegarde
                        ADD 1 TO sv_ecrits(58)
                END-PERFORM
                CLOSE fimputAcomptes.

        *>Cette méthode vérifie le jeu qui vient d'être écrit : il
        *>est relu en entier, chaque enregistrement est recompté par
        *>fichier d'origine et comparé au nombre écrit
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        PERFORM VARYING idxSv FROM 1 BY 1
                                UNTIL idxSv > 58
                            IF sv_fichier = sv_nom(idxSv) THEN
                                ADD 1 TO sv_relus(idxSv)
                            END-IF
                CLOSE fsauvegarde

                MOVE 0 TO svEcart
                PERFORM VARYING idxSv FROM 1 BY 1 UNTIL idxSv > 58
                    DISPLAY sv_nom(idxSv), " : ",
                        sv_ecrits(idxSv), " ecrits / ",
                        sv_relus(idxSv), " relus"
                        OPEN OUTPUT fcomptesCli
                        OPEN OUTPUT fventesManquees
                        OPEN OUTPUT fperiodes
                        OPEN OUTPUT fplafondsLang
                        OPEN OUTPUT fsceaux
                        OPEN OUTPUT fgrandsTotaux
                        OPEN OUTPUT ffacturesCli
                        OPEN OUTPUT fprecommandes
                        OPEN OUTPUT fnotifications
                        OPEN OUTPUT fetiquettes
                        OPEN OUTPUT fpointages
                        OPEN OUTPUT frecherches
                        OPEN OUTPUT fmvtsPoints
                        OPEN OUTPUT fcoffre
                        OPEN OUTPUT foperationsBq
                        OPEN OUTPUT freleveBq
                        OPEN OUTPUT fbudgets
                        OPEN OUTPUT frayons
                        OPEN OUTPUT fcoffrets
                        OPEN OUTPUT fseuilsDerog
                        OPEN OUTPUT fderogations
                        OPEN OUTPUT fdefectueux
                        OPEN OUTPUT fsalons
                        OPEN OUTPUT fsoldesBq
                        OPEN OUTPUT fimputAcomptes
                        MOVE 1 TO Wfin
                        PERFORM WITH TEST AFTER UNTIL Wfin = 0
                            READ fsauvegarde
                        CLOSE fcomptesCli
                        CLOSE fventesManquees
                        CLOSE fperiodes
                        CLOSE fplafondsLang
                        CLOSE fsceaux
                        CLOSE fgrandsTotaux
                        CLOSE ffacturesCli
                        CLOSE fprecommandes
                        CLOSE fnotifications
                        CLOSE fetiquettes
                        CLOSE fpointages
                        CLOSE frecherches
                        CLOSE fmvtsPoints
                        CLOSE fcoffre
                        CLOSE foperationsBq
                        CLOSE freleveBq
                        CLOSE fbudgets
                        CLOSE frayons
                        CLOSE fcoffrets
                        CLOSE fseuilsDerog
                        CLOSE fderogations
                        CLOSE fdefectueux
                        CLOSE fsalons
                        CLOSE fsoldesBq
                        CLOSE fimputAcomptes
                        CLOSE fsauvegarde
                        DISPLAY svTotalRestaures,
                            " enregistrement(s) restaure(s) depuis ",
                    WHEN "PERIODES"
                        MOVE sv_donnees TO tamp_fperiode
                        WRITE tamp_fperiode END-WRITE
                    WHEN "PLAFONDLANG"
                        MOVE sv_donnees TO tamp_fplafondLang
                        WRITE tamp_fplafondLang END-WRITE
                    WHEN "SCEAUX"
                        MOVE sv_donnees TO tamp_fsceau
                        WRITE tamp_fsceau END-WRITE
                    WHEN "GRANDSTOTAUX"
                        MOVE sv_donnees TO tamp_fgrandTotal
                        WRITE tamp_fgrandTotal END-WRITE
                    WHEN "FACTURESCLI"
                        MOVE sv_donnees TO tamp_ffactureCli
                        WRITE tamp_ffactureCli END-WRITE
                    WHEN "PRECOMMANDES"
                        MOVE sv_donnees TO tamp_fprecommande
                        WRITE tamp_fprecommande END-WRITE
                    WHEN "NOTIFS"
                        MOVE sv_donnees TO tamp_fnotification
                        WRITE tamp_fnotification END-WRITE
                    WHEN "ETIQUETTES"
                        MOVE sv_donnees TO tamp_fetiquette
                        WRITE tamp_fetiquette END-WRITE
                    WHEN "POINTAGES"
                        MOVE sv_donnees TO tamp_fpointage
                        WRITE tamp_fpointage END-WRITE
                    WHEN "RECHERCHES"
                        MOVE sv_donnees TO tamp_frecherche
                        WRITE tamp_frecherche END-WRITE
                    WHEN "MVTSPOINTS"
                        MOVE sv_donnees TO tamp_fmvtPoints
                        WRITE tamp_fmvtPoints END-WRITE
                    WHEN "COFFRE"
                        MOVE sv_donnees TO tamp_fcoffre
                        WRITE tamp_fcoffre END-WRITE
                    WHEN "OPEBANQUE"
                        MOVE sv_donnees TO tamp_foperationBq
                        WRITE tamp_foperationBq END-WRITE
                    WHEN "RELEVEBANQUE"
                        MOVE sv_donnees TO tamp_freleveBq
                        WRITE tamp_freleveBq END-WRITE
                    WHEN "BUDGETS"
                        MOVE sv_donnees TO tamp_fbudget
                        WRITE tamp_fbudget END-WRITE
                    WHEN "RAYONS"
                        MOVE sv_donnees TO tamp_frayon
                        WRITE tamp_frayon END-WRITE
                    WHEN "COFFRETS"
                        MOVE sv_donnees TO tamp_fcoffret
                        WRITE tamp_fcoffret END-WRITE
                    WHEN "SEUILSDEROG"
                        MOVE sv_donnees TO tamp_fseuilDerog
                        WRITE tamp_fseuilDerog END-WRITE
                    WHEN "DEROGATIONS"
                        MOVE sv_donnees TO tamp_fderogation
                        WRITE tamp_fderogation END-WRITE
                    WHEN "DEFECTUEUX"
                        MOVE sv_donnees TO tamp_fdefectueux
                        WRITE tamp_fdefectueux END-WRITE
                    WHEN "SALONS"
                        MOVE sv_donnees TO tamp_fsalon
                        WRITE tamp_fsalon END-WRITE
                    WHEN "SOLDESBQ"
                        MOVE sv_donnees TO tamp_fsoldeBq
                        WRITE tamp_fsoldeBq END-WRITE
                    WHEN "IMPUTACPT"
                        MOVE sv_donnees TO tamp_fimputAcompte
                        WRITE tamp_fimputAcompte END-WRITE
                    WHEN OTHER
                        DISPLAY "Etiquette inconnue ignoree : ",
                            sv_fichier
