           02 tabAllocationsCategoriesHist pic 9(9).
           02 REDEFINES tabAllocationsCategoriesHist.
               03 nbAllocationsHist        pic 9(3) OCCURS 3.
           02 codeConfigHist               pic x(4).
       FD FiGenres.
       01 EnregGenre.
           02 codeGenreRef                 pic x(5).
