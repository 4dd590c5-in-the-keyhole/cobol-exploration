*> FILE-CONTROL entry for the correspondence queue.  The programs
*> that enroll, promote and withdraw students, and admissions
*> maintenance for offers and rejections, append what they owe the
*> post here; the letters run prints and empties it.
    SELECT LetterQueueFile ASSIGN TO "LETTERS.QUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LetterQueueFileStatus.
