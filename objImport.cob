      *> Mesh-instancing extension - blank, only INSTANCE records in
      *> a world scene file name a mesh
           05  OUT-MESH-FILE       PIC X(20).
      *> Participating-medium extension - zero, a mesh triangle is
      *> never a volume boundary
           05  OUT-DENSITY         PIC 9(3)V9(6).

       WORKING-STORAGE SECTION.
      *> File names and statuses. Defaults import model.obj into
               MOVE SPACES TO OUT-TEXTURE-FILE
               MOVE SPACES TO OUT-MATERIAL-NAME
               MOVE SPACES TO OUT-MESH-FILE
               MOVE 0 TO OUT-DENSITY
               WRITE MESH-SCENE-RECORD
               ADD 1 TO OBJ-TRIANGLE-COUNT
           END-IF
