*> one. A first run with no Cycle.Dat on disk offers to initialize
*> it. Running StudentWrite twice in one night, or promoting into a
*> sealed cycle, is exactly what this one record exists to prevent.
*> The night's DatasetSnapshot is taken between the seal and the
*> roll - answer N at the roll-forward prompt, run the snapshot, then
*> run the close again; a cycle already CLOSED only offers the roll.
*>
*> RETURN-CODEs: 0 closed (and rolled if asked), 8 refused (steps
*> not clean, or nothing to close), 12 file error.
