                    MOVE rachatPrixPaye TO prixEdite
                    DISPLAY "Rachat no ", rc_id, " : ", prixEdite,
                        " EUR payes en especes a ", rachatVendeur

                    *>L'exemplaire racheté peut être celui qu'un
                    *>collectionneur recherche
                    MOVE titreOuEan TO rechTitre
                    MOVE titreOccasion TO rechTitreExemplaire
                    MOVE 1 TO rechOccasion
                    MOVE rc_date TO rechDate
                    PERFORM CONTROLER_RECHERCHES
                END-IF.

        *>Entre l'exemplaire racheté sur sa référence occasion : la
                    MOVE SPACES TO fi_serie
                    MOVE 0 TO fi_tome
                    MOVE SPACES TO fi_codeEan
                    MOVE SPACES TO fi_rayon
                END-IF
                MOVE 0 TO rachatPrixVente
                PERFORM WITH TEST AFTER UNTIL rachatPrixVente > 0
                MOVE 0 TO fi_stockCible
                MOVE rachatPrixPaye TO fi_pmp
                MOVE rachatPrixVente TO fi_prix
                *>Pas de prix public sur l'occasion : la loi Lang ne
                *>s'applique qu'au neuf
                MOVE 0 TO fi_prixPublic
                MOVE SPACES TO fi_dispo
                MOVE 0 TO fi_dateFlux
                MOVE 0 TO fi_qteDefectueux
                WRITE tamp_finventaire
                END-WRITE
                MOVE cr_finventaire TO statutFichierOp
