                    MOVE tamp_finventaire TO journalAvant
                    MOVE fi_prix TO prixEdite
                    MOVE tarifPrixEchu TO fi_prix
                    *>Sur le neuf, le tarif échu est le nouveau prix
                    *>public de l'éditeur
                    IF fi_occasion = 0 THEN
                        MOVE tarifPrixEchu TO fi_prixPublic
                    END-IF
                    REWRITE tamp_finventaire
                     INVALID KEY
                       DISPLAY "Erreur de maj du prix"
                    MOVE fi_titre TO journalCle
                    MOVE tamp_finventaire TO journalApres
                    PERFORM JOURNALISER
                    MOVE "P" TO etiqMotif
                    PERFORM ENFILER_ETIQUETTE
                    MOVE tarifPrixEchu TO prixEdite2
                    DISPLAY fi_titre, " (site ", fi_site,
                        ") : prix passe de ", prixEdite, " a ",
